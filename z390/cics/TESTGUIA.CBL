      *                   THE SAME EDIT EVERY OTHER GUI6HIST WRITER
      *                   ENFORCES, SO AN ADD CANNOT RIDE THE EXTRACT
      *                   WITH A BLANK OR GARBAGE EXTR-REASON-CD
      * 10/15/26 RPI 2229 AN ADD IS REFUSED OUTSIDE THE OPERATOR'S
      *                   OPERPROF WORKING HOURS OR FROM A TERMINAL
      *                   NOT ON THEIR ALLOWED LIST (SHARED SIGNCHK
      *                   CHECK, REFUSALS LOGGED TO TD QUEUE SREJ)
      * 10/15/26 RPI 2231 THE NEW RECORD IS STAMPED WITH THE OPERATOR
      *                   AND TIME OF THE ADD, AND AN ADD THAT FINDS
      *                   THE NAME ALREADY ON FILE NOW SHOWS THE
      *                   RECORD THAT IS THERE AND WHO LAST CHANGED IT
      *                   (SHARED CUSTVER RULE, AGAINST THE BLANK
      *                   IMAGE AN ADD STARTS FROM)
      * 10/15/26 RPI 2232 THE NEW CUSTOMER IS GIVEN THE NEXT PERMANENT
      *                   CUSTOMER NUMBER (SEQGEN) AS ITS CUSTFIL KEY
      *                   AND TOLD THE NUMBER - A NAME ALREADY ON FILE
      *                   IS STILL REFUSED, THROUGH THE UNIQUE CUST-NAME
      *                   ALTERNATE INDEX - AND HISTORY, THE JOURNAL
      *                   AND THE CROSS-REFERENCES CARRY THE NUMBER
      * 10/15/26 RPI 2240 THE SHARED HISTAIX SUBPROGRAM SETS THE NEW
      *                   GUI6HIST ALTERNATE KEYS (CUSTOMER NUMBER AND
      *                   OLD/NEW NAME, EACH PLUS DATE AND TIME) BEFORE
      *                   EVERY WRITE OR REWRITE
      * 10/15/26 RPI 2243 A ZIP RETIRED ON ZIPREF BY THE ZIPRFSH
      *                   REFRESH IS REFUSED ON AN ADD, NAMING THE ZIP
      *                   THAT REPLACED IT WHEN IT WAS REALIGNED
      * 10/15/26 RPI 2255 AN ADD IS REFUSED WITH BUSINESS DAY CLOSED
      *                   AFTER THE DAYCTL DAY-CLOSE CUTOFF UNTIL
      *                   DAYCTL OPENS THE DAY (SHARED SIGNCHK CHECK)
      *****************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. TESTGUIA.
        COPY CUSTJRNL.
        COPY SEQGEN.
        COPY REASONCD.
        COPY SIGNCHK.
        COPY CUSTVER.

        01  WS-RESP               PIC S9(8) COMP.
        01  WS-OUT-COMMAREA.
            MOVE LOW-VALUES TO GUI6O
            SET WS-SCREEN-VALID TO TRUE
            MOVE SPACES TO WS-FIRST-ERR-FIELD
            PERFORM CHECK-SIGNON-WINDOW
            IF NOT SC-SIGNON-OK
                MOVE SC-MESSAGE TO ERRMSGO
                SET WS-SCREEN-VALID TO FALSE
            ELSE
                PERFORM EDIT-NEW-CUSTOMER-FIELDS
            END-IF
            IF WS-SCREEN-VALID
                PERFORM WRITE-NEW-CUSTOMER
            END-IF
                LENGTH(1)
            END-EXEC.

      * NO ADD OUTSIDE THE OPERATOR'S PERMITTED HOURS, FROM A
      * TERMINAL OFF THEIR OPERPROF LIST OR AFTER DAYCTL HAS CLOSED
      * THE ONLINE BUSINESS DAY - THE SHARED SIGNCHK CHECK BUILDS THE
      * MESSAGE AND LOGS A HOURS/TERMINAL REFUSAL TO SREJ
        CHECK-SIGNON-WINDOW.
            MOVE EIBOPID  TO SC-OPID
            MOVE EIBTRMID TO SC-TRMID
            MOVE EIBTRNID TO SC-TRNID
            MOVE EIBDATE  TO SC-DATE
            MOVE EIBTIME  TO SC-TIME
            MOVE 'Y'      TO SC-LOG-SW
            MOVE 'Y'      TO SC-DAY-CHECK-SW
            CALL 'SIGNCHK' USING SIGNCHK-PARMS.

      * SAME FIELD EDITS TESTGUI6 ENFORCES FOR A CHANGE, APPLIED TO
      * THE NEW-VALUE FIELDS A NEW CUSTOMER IS KEYED THROUGH - NAME
      * AND ADDRESS ARE REQUIRED, ZIP IS OPTIONAL BUT MUST BE 5
                    IF WS-FIRST-ERR-FIELD = SPACES
                        MOVE 'NEWZIPI' TO WS-FIRST-ERR-FIELD
                    END-IF
                ELSE
                IF ZR-RETIRED
                    IF ZR-SUCCESSOR-ZIP = SPACES
                        MOVE 'NEW ZIP HAS BEEN RETIRED' TO ERRMSGO
                    ELSE
                        MOVE SPACES TO ERRMSGO
                        STRING 'NEW ZIP RETIRED - NOW '
                            ZR-SUCCESSOR-ZIP DELIMITED BY SIZE
                            INTO ERRMSGO
                    END-IF
                    SET WS-SCREEN-VALID TO FALSE
                    IF WS-FIRST-ERR-FIELD = SPACES
                        MOVE 'NEWZIPI' TO WS-FIRST-ERR-FIELD
                    END-IF
                ELSE
                    MOVE SPACES TO ZIPCSO
                    STRING ZR-CITY DELIMITED BY '  '
                        ' ' ZR-STATE DELIMITED BY SIZE
                        INTO ZIPCSO
                END-IF
                END-IF
            END-IF
            END-IF.

      * WRITE THE NEW CUSTOMER MASTER RECORD UNDER THE NEXT CUSTOMER
      * NUMBER - A DUPREC OFF THE UNIQUE CUST-NAME ALTERNATE INDEX
      * MEANS THE NAME IS ALREADY ON FILE AND THE OPERATOR SHOULD BE
      * IN TESTGUI6 CHANGING IT, NOT HERE ADDING IT TWICE. THE NUMBER
      * A REFUSED ADD DREW IS NOT REISSUED.
        WRITE-NEW-CUSTOMER.
            MOVE 'CUSTFIL' TO SG-DATASET
            CALL 'SEQGEN' USING SEQGEN-PARMS
            MOVE SG-NEXT-SEQNO TO CUST-NUMBER
            MOVE NEWNAMEI TO CUST-NAME
            MOVE NEWADDRI TO CUST-ADDR
            MOVE NEWZIPI  TO CUST-ZIP
            MOVE 'A'      TO CUST-STATUS
            MOVE EIBOPID  TO CUST-LAST-UPD-OPID
            MOVE EIBDATE  TO CUST-LAST-UPD-DATE
            MOVE EIBTIME  TO CUST-LAST-UPD-TIME
            EXEC CICS WRITE FILE('CUSTFIL')
                FROM(CUST-RECORD)
                RIDFLD(CUST-KEY)
            IF WS-RESP = DFHRESP(DUPREC)
                MOVE 'CUSTOMER ALREADY ON FILE - USE GUI6'
                     TO ERRMSGO
                PERFORM SHOW-EXISTING-CUSTOMER
                SET WS-SCREEN-VALID TO FALSE
                IF WS-FIRST-ERR-FIELD = SPACES
                    MOVE 'NEWNAMEI' TO WS-FIRST-ERR-FIELD
                MOVE CUST-NAME TO NAMEO
                MOVE CUST-ADDR TO ADDRO
                MOVE CUST-ZIP  TO ZIPO
                MOVE SPACES TO ERRMSGO
                STRING 'CUSTOMER ADDED - NUMBER ' CUST-NUMBER
                    DELIMITED BY SIZE INTO ERRMSGO
            END-IF
            END-IF.

      * THE NAME WAS TAKEN BETWEEN THE OPERATOR STARTING THE ADD AND
      * PRESSING ENTER (OR LONG BEFORE) - SHOW WHAT IS ON FILE UNDER IT
      * (READ THROUGH THE CUSTNAME ALTERNATE-INDEX PATH) AND, WHEN THE
      * RECORD CARRIES A STAMP, WHO LAST CHANGED IT, THE SAME CUSTVER
      * MESSAGE THE MAINTENANCE SCREENS GIVE
        SHOW-EXISTING-CUSTOMER.
            EXEC CICS READ DATASET('CUSTNAME')
                INTO(CUST-RECORD)
                RIDFLD(CUST-NAME)
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NORMAL)
                MOVE CUST-NAME TO NAMEO
                MOVE CUST-ADDR TO ADDRO
                MOVE CUST-ZIP  TO ZIPO
                IF CUST-LAST-UPD-OPID NOT = SPACES
                    SET CV-MODE-FULL TO TRUE
                    MOVE SPACES      TO CV-SHOWN-IMAGE
                    MOVE CUST-RECORD TO CV-CURRENT-IMAGE
                    CALL 'CUSTVER' USING CUSTVER-PARMS
                    MOVE CV-MESSAGE TO ERRMSGO
                END-IF
            END-IF.

      * ONE ADD-TYPE GUI6HIST RECORD PER NEW CUSTOMER - BLANK BEFORE
      * IMAGE, THE KEYED VALUES AS THE AFTER IMAGE - KEYED BY TASK
      * NUMBER THE SAME WAY TESTGUI6'S LOG-CHANGE-HISTORY KEYS A
            MOVE 'USD'    TO HIST-PAY-CCY
            MOVE 0        TO HIST-PAYMEI-USD
            MOVE 0        TO HIST-PAYME1I-USD
            MOVE CUST-NUMBER TO HIST-CUST-NUMBER
            CALL 'HISTAIX' USING HIST-RECORD
            EXEC CICS WRITE FILE('GUI6HIST')
                FROM(HIST-RECORD)
                RIDFLD(HIST-KEY)
            MOVE SG-NEXT-SEQNO TO CJ-SEQNO
            MOVE 'W' TO CJ-ACTION
            MOVE 'TESTGUIA' TO CJ-PROGRAM
            MOVE CUST-NUMBER TO CJ-CUST-NUMBER
            MOVE FUNCTION CURRENT-DATE(1:8) TO CJ-DATE
            MOVE FUNCTION CURRENT-DATE(9:6) TO CJ-TIME
            MOVE SPACES TO CJ-BEFORE
      * ALREADY-PRESENT ENTRY IS NOT AN ERROR
        WRITE-ZIP-XREF.
            IF CUST-ZIP NOT = SPACES
                MOVE CUST-ZIP    TO ZX-ZIP
                MOVE CUST-NUMBER TO ZX-CUST-NUMBER
                EXEC CICS WRITE FILE('ZIPXREF')
                    FROM(ZIPXREF-RECORD)
                    RIDFLD(ZX-KEY)
            MOVE CUST-NAME TO LK-NN-IN
            CALL 'NAMENORM' USING NAMENORM-PARMS
            MOVE LK-NN-OUT TO CN-NORM-NAME
            MOVE CUST-NUMBER TO CN-CUST-NUMBER
            EXEC CICS WRITE FILE('CUSTNORM')
                FROM(CUSTNORM-RECORD)
                RIDFLD(CN-KEY)
