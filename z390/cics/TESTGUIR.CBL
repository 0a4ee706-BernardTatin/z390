      *          is the current master record. The staged record goes
      *          through the NORMAL maker-checker approval - it shows
      *          on TESTGUIP's worklist and a different checker's PF6
      *          applies it through REWRITE-CUSTOMER-RECORD - so
      *          the revert is itself an audited history entry, never
      *          a silent rewrite of the past. Plain-text screen, no
      *          BMS map.
      *                   ENTRIES - THE OLD FORWARD BROWSE STOPPED AT
      *                   THE OLDEST 10, LEAVING THE RECENT ENTRIES A
      *                   FRAUD REVERT ACTUALLY TARGETS UNREACHABLE
      * 10/15/26 RPI 2229 STAGING A REVERT IS REFUSED OUTSIDE THE
      *                   OPERATOR'S OPERPROF WORKING HOURS OR FROM A
      *                   TERMINAL NOT ON THEIR ALLOWED LIST (SHARED
      *                   SIGNCHK CHECK, REFUSALS LOGGED TO SREJ)
      * 10/15/26 RPI 2231 THE CUSTOMER RECORD AS IT STOOD WHEN THE
      *                   HISTORY WAS LISTED NOW RIDES THE COMMAREA, AND
      *                   THE LIST HEADING SAYS WHO LAST CHANGED IT. A
      *                   REVERT IS ONLY STAGED IF THE RECORD IS STILL
      *                   THAT IMAGE (SHARED CUSTVER RULE) - OTHERWISE
      *                   THE OPERATOR IS TOLD WHO CHANGED IT AND RE-
      *                   LISTS BEFORE PICKING A TARGET
      * 10/15/26 RPI 2232 THE CUSTOMER MAY BE KEYED BY PERMANENT
      *                   CUSTOMER NUMBER OR BY NAME (FOUND THROUGH THE
      *                   CUSTNAME ALTERNATE-INDEX PATH); THE HISTORY IS
      *                   MATCHED ON THE NUMBER, SO ENTRIES FROM BEFORE
      *                   A NAME CHANGE STILL LIST, AND THE COMMAREA
      *                   CARRIES THE NUMBER
      * 10/15/26 RPI 2236 A CUSTCASE CASE NUMBER MAY BE KEYED AFTER THE
      *                   TARGET TASKN WHEN THE REVERT SETTLES A
      *                   DISPUTE - THE CASE MUST BE THIS CUSTOMER'S
      *                   AND STILL UNRESOLVED, AND THE STAGED REVERT'S
      *                   TASKN IS LINKED BACK TO IT (LINK KIND 'V')
      * 10/15/26 RPI 2240 THE HISTORY LIST BROWSES THE NEW GUI6HCUS
      *                   ALTERNATE-INDEX PATH (CUSTOMER NUMBER, DATE,
      *                   TIME) BACKWARD FROM THE TOP OF THE CUSTOMER'S
      *                   OWN ENTRIES INSTEAD OF READING THE WHOLE FILE
      *                   FROM THE END; THE STAGED REVERT GETS ITS
      *                   ALTERNATE KEYS FROM THE SHARED HISTAIX
      *                   SUBPROGRAM
      * 10/15/26 RPI 2255 STAGING A REVERT IS REFUSED WITH BUSINESS DAY
      *                   CLOSED AFTER THE DAYCTL DAY-CLOSE CUTOFF
      *                   UNTIL DAYCTL OPENS THE DAY (SHARED SIGNCHK
      *                   CHECK); THE HISTORY LIST STILL SHOWS
      *****************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. TESTGUIR.
        WORKING-STORAGE SECTION.
        COPY GUI6HIST.
        COPY CUSTFIL.
        COPY SIGNCHK.
        COPY CUSTVER.
        COPY CUSTCASE.

        01  WS-RESP               PIC S9(8) COMP.
        01  WS-LIST-CNT           PIC 9(2) VALUE 0.
        01  WS-SEND-LEN           PIC 9(4) COMP.
        01  WS-IN-CUST-NAME       PIC X(40).
        01  WS-CF-RESP            PIC S9(8) COMP.
        01  WS-LIST-NUMBER        PIC 9(7) VALUE 0.

      * RIDFLD FOR THE GUI6HCUS PATH - HIST-CUST-DATE-KEY'S SHAPE
        01  WS-HCUS-RID.
            02  WS-HCUS-NUMBER    PIC 9(7).
            02  WS-HCUS-DATE      PIC 9(7).
            02  WS-HCUS-TIME      PIC 9(7).
        01  WS-HCUS-END-SW        PIC X VALUE 'N'.
            88  WS-HCUS-END       VALUE 'Y'.

      * TARGET TASKN, THEN AN OPTIONAL CASE NUMBER THE REVERT SETTLES
        01  WS-TARGET-INPUT.
            02  WS-IN-TASKN       PIC X(7).
            02  WS-IN-CASE        PIC X(7).
        01  WS-LINK-CASE          PIC 9(7) VALUE 0.
        01  WS-TARGET-TASKN       PIC 9(7).

      * TARGET STATE CAPTURED OFF THE PICKED HISTORY RECORD BEFORE

        01  WS-PROMPT.
            02  FILLER PIC X(44) VALUE
                'KEY CUSTOMER NUMBER OR NAME TO REVERT, ENTER'.

        01  WS-OUT-AREA.
            02  OUT-HDG           PIC X(80).
            02  HL-NEW            PIC X(25).
        01  WS-RESULT-MSG         PIC X(60) VALUE SPACES.

      * RCA-SHOWN-IMAGE IS THE CUST-RECORD AS IT STOOD WHEN THE
      * HISTORY LIST WAS SHOWN - SPACES WHEN NOT ON FILE
        01  WS-OUT-COMMAREA.
            02  OUT-RCA-MODE      PIC X(1).
            02  OUT-RCA-CUST-KEY.
                03  OUT-RCA-CUST-NUMBER PIC 9(7).
                03  FILLER              PIC X(33).
            02  OUT-RCA-SHOWN-IMAGE PIC X(110).

        LINKAGE SECTION.
        01  DFHCOMMAREA.
            02  RCA-MODE          PIC X(1).
            02  RCA-CUST-KEY.
                03  RCA-CUST-NUMBER   PIC 9(7).
                03  FILLER            PIC X(33).
            02  RCA-SHOWN-IMAGE   PIC X(110).

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            MOVE 'K' TO OUT-RCA-MODE
            EXEC CICS RETURN TRANSID(EIBTRNID)
                COMMAREA(WS-OUT-COMMAREA)
                LENGTH(151)
            END-EXEC.

      * LIST THE CUSTOMER'S MOST RECENT HISTORY ENTRIES, NEWEST
      * FIRST - A FRAUD REVERT TARGETS RECENT ENTRIES, SO THE SCREEN
      * MUST SHOW THE NEWEST 10 RATHER THAN THE OLDEST 10 AND STOP.
      * THE BROWSE RUNS BACKWARD OVER THE GUI6HCUS PATH (CUSTOMER
      * NUMBER, DATE, TIME) FROM THE TOP OF THIS CUSTOMER'S ENTRIES,
      * SO ONLY THEIR OWN RECORDS ARE READ, NOT THE WHOLE FILE
        RECEIVE-CUSTOMER-AND-LIST.
            MOVE SPACES TO WS-IN-CUST-NAME
            EXEC CICS RECEIVE
                RESP(WS-RESP)
            END-EXEC
            MOVE LOW-VALUES TO WS-OUT-AREA
            PERFORM FIND-KEYED-CUSTOMER
            IF WS-CF-RESP = DFHRESP(NORMAL)
                MOVE CUST-RECORD TO OUT-RCA-SHOWN-IMAGE
            ELSE
                MOVE SPACES TO OUT-RCA-SHOWN-IMAGE
            END-IF
            MOVE 0 TO WS-LIST-CNT
            IF WS-LIST-NUMBER NOT = 0
                PERFORM LIST-CUSTOMER-HISTORY
            END-IF
            IF WS-LIST-CNT = 0
                MOVE 'NO HISTORY FOR THAT CUSTOMER' TO OUT-HDG
            ELSE
            IF WS-CF-RESP = DFHRESP(NORMAL)
                    AND CUST-LAST-UPD-OPID NOT = SPACES
                MOVE SPACES TO OUT-HDG
                STRING 'NEWEST FIRST - KEY TASKN(7) [CASE(7)], ENTER'
                    '   (LAST CHANGED BY ' CUST-LAST-UPD-OPID ')'
                    DELIMITED BY SIZE INTO OUT-HDG
            ELSE
                MOVE 'NEWEST FIRST - KEY TASKN(7) [CASE(7)], ENTER'
                    TO OUT-HDG
            END-IF
            END-IF
            COMPUTE WS-SEND-LEN = 80 + (WS-LIST-CNT * 80)
            EXEC CICS SEND FROM(WS-OUT-AREA) LENGTH(WS-SEND-LEN)
                ERASE
            END-EXEC
            MOVE 'T' TO OUT-RCA-MODE
            MOVE SPACES TO OUT-RCA-CUST-KEY
            IF WS-LIST-NUMBER NOT = 0
                MOVE WS-LIST-NUMBER TO OUT-RCA-CUST-NUMBER
            END-IF
            EXEC CICS RETURN TRANSID(EIBTRNID)
                COMMAREA(WS-OUT-COMMAREA)
                LENGTH(151)
            END-EXEC.

      * POSITION AFTER THE CUSTOMER'S NEWEST POSSIBLE KEY AND READ
      * BACK. GTEQ LANDS ON THE NEXT CUSTOMER'S FIRST ENTRY - READ IT
      * FORWARD ONCE SO THE BROWSE HOLDS A REAL KEY TO TURN AROUND ON
      * (READPREV RIGHT AFTER A STARTBR NEEDS AN EXACT KEY), THEN SKIP
      * IT COMING BACK. WHEN NO LATER CUSTOMER HAS HISTORY THE BROWSE
      * STARTS FROM THE END OF THE PATH INSTEAD. THE PATH IS NON-
      * UNIQUE, SO DUPKEY IS A GOOD READ. THE FIRST ENTRY FOR AN
      * EARLIER NUMBER ENDS THE LIST.
        LIST-CUSTOMER-HISTORY.
            MOVE WS-LIST-NUMBER TO WS-HCUS-NUMBER
            MOVE 9999999 TO WS-HCUS-DATE
            MOVE 9999999 TO WS-HCUS-TIME
            EXEC CICS STARTBR DATASET('GUI6HCUS')
                RIDFLD(WS-HCUS-RID)
                GTEQ
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NORMAL)
                EXEC CICS READNEXT DATASET('GUI6HCUS')
                    INTO(HIST-RECORD)
                    RIDFLD(WS-HCUS-RID)
                    RESP(WS-RESP)
                END-EXEC
                IF WS-RESP NOT = DFHRESP(NORMAL)
                        AND WS-RESP NOT = DFHRESP(DUPKEY)
                    EXEC CICS ENDBR DATASET('GUI6HCUS') END-EXEC
                    MOVE DFHRESP(NOTFND) TO WS-RESP
                ELSE
                    MOVE DFHRESP(NORMAL) TO WS-RESP
                END-IF
            END-IF
            IF WS-RESP = DFHRESP(NOTFND)
                MOVE HIGH-VALUES TO WS-HCUS-RID
                EXEC CICS STARTBR DATASET('GUI6HCUS')
                    RIDFLD(WS-HCUS-RID)
                    GTEQ
                    RESP(WS-RESP)
                END-EXEC
            END-IF
            IF WS-RESP = DFHRESP(NORMAL)
                MOVE 'N' TO WS-HCUS-END-SW
                PERFORM UNTIL WS-LIST-CNT >= 10 OR WS-HCUS-END
                    EXEC CICS READPREV DATASET('GUI6HCUS')
                        INTO(HIST-RECORD)
                        RIDFLD(WS-HCUS-RID)
                        RESP(WS-RESP)
                    END-EXEC
                    IF WS-RESP NOT = DFHRESP(NORMAL)
                            AND WS-RESP NOT = DFHRESP(DUPKEY)
                        SET WS-HCUS-END TO TRUE
                    ELSE
                    IF HIST-CUST-NUMBER < WS-LIST-NUMBER
                        SET WS-HCUS-END TO TRUE
                    ELSE
                    IF HIST-CUST-NUMBER = WS-LIST-NUMBER
                        ADD 1 TO WS-LIST-CNT
                        PERFORM FORMAT-HISTORY-LINE
                    END-IF
                    END-IF
                    END-IF
                END-PERFORM
                EXEC CICS ENDBR DATASET('GUI6HCUS') END-EXEC
            END-IF.

      * SEVEN DIGITS AND NOTHING AFTER IS A CUSTOMER NUMBER, READ
      * STRAIGHT OFF CUSTFIL; ANYTHING ELSE IS A NAME, FOUND THROUGH
      * THE CUSTNAME PATH. A NUMBER NOT ON FILE STILL LISTS ITS
      * HISTORY; A NAME NOT ON FILE HAS NO NUMBER TO LIST BY.
        FIND-KEYED-CUSTOMER.
            MOVE 0 TO WS-LIST-NUMBER
            IF WS-IN-CUST-NAME(1:7) IS NUMERIC
                    AND WS-IN-CUST-NAME(8:33) = SPACES
                MOVE WS-IN-CUST-NAME(1:7) TO WS-LIST-NUMBER
                MOVE WS-LIST-NUMBER TO CUST-NUMBER
                EXEC CICS READ DATASET('CUSTFIL')
                    INTO(CUST-RECORD)
                    RIDFLD(CUST-KEY)
                    RESP(WS-CF-RESP)
                END-EXEC
            ELSE
                MOVE WS-IN-CUST-NAME TO CUST-NAME
                EXEC CICS READ DATASET('CUSTNAME')
                    INTO(CUST-RECORD)
                    RIDFLD(CUST-NAME)
                    RESP(WS-CF-RESP)
                END-EXEC
                IF WS-CF-RESP = DFHRESP(NORMAL)
                    MOVE CUST-NUMBER TO WS-LIST-NUMBER
                END-IF
            END-IF.

        FORMAT-HISTORY-LINE.
            MOVE SPACES TO WS-HIST-LINE
            MOVE HIST-TASKN        TO HL-TASKN
      * AFTER-IMAGE IS THE PICKED ENTRY'S NEW VALUES (THE STATE THE
      * CUSTOMER HAD JUST AFTER THAT CHANGE), BEFORE-IMAGE IS THE
      * CURRENT MASTER RECORD. A DIFFERENT CHECKER'S PF6 ON THE
      * TESTGUIP WORKLIST APPLIES IT. A KEYED CASE NUMBER IS CHECKED
      * BEFORE ANYTHING IS STAGED, SO A REVERT NEVER LANDS AGAINST A
      * CASE IT CANNOT BE LINKED TO.
        RECEIVE-TARGET-AND-STAGE.
            MOVE SPACES TO WS-TARGET-INPUT
            EXEC CICS RECEIVE
                INTO(WS-TARGET-INPUT)
                LENGTH(14)
                RESP(WS-RESP)
            END-EXEC
            MOVE SPACES TO WS-RESULT-MSG
            PERFORM CHECK-SIGNON-WINDOW
            IF NOT SC-SIGNON-OK
                MOVE SC-MESSAGE TO WS-RESULT-MSG
            ELSE
            IF WS-IN-TASKN NOT NUMERIC
                MOVE 'TASKN MUST BE 7 NUMERIC DIGITS'
                    TO WS-RESULT-MSG
            ELSE
            IF RCA-CUST-KEY = SPACES
                MOVE 'CUSTOMER NOT ON CUSTFIL - CANNOT REVERT'
                    TO WS-RESULT-MSG
            ELSE
                MOVE WS-IN-TASKN TO WS-TARGET-TASKN
                MOVE WS-TARGET-TASKN TO HIST-TASKN
                    MOVE 'TARGET TASKN NOT ON GUI6HIST'
                        TO WS-RESULT-MSG
                ELSE
                IF HIST-CUST-NUMBER NOT = RCA-CUST-NUMBER
                    MOVE 'TARGET TASKN IS NOT THIS CUSTOMER'
                        TO WS-RESULT-MSG
                ELSE
                    MOVE HIST-NEW-NAME TO WS-TGT-NAME
                    MOVE HIST-NEW-ADDR TO WS-TGT-ADDR
                    MOVE HIST-NEW-ZIP  TO WS-TGT-ZIP
                    MOVE 0 TO WS-LINK-CASE
                    IF WS-IN-CASE NOT = SPACES
                        PERFORM CHECK-SETTLING-CASE
                    END-IF
                    IF WS-RESULT-MSG = SPACES
                        PERFORM STAGE-REVERT-RECORD
                    END-IF
                END-IF
                END-IF
                END-IF
            END-IF
            END-IF
            END-IF
            EXEC CICS SEND FROM(WS-RESULT-MSG) LENGTH(60) ERASE
                END-EXEC
            MOVE 'K' TO OUT-RCA-MODE
            MOVE RCA-CUST-KEY TO OUT-RCA-CUST-KEY
            MOVE SPACES TO OUT-RCA-SHOWN-IMAGE
            EXEC CICS RETURN TRANSID(EIBTRNID)
                COMMAREA(WS-OUT-COMMAREA)
                LENGTH(151)
            END-EXEC.

      * NO REVERT IS STAGED OUTSIDE THE OPERATOR'S PERMITTED HOURS,
      * FROM A TERMINAL OFF THEIR OPERPROF LIST OR AFTER DAYCTL HAS
      * CLOSED THE ONLINE BUSINESS DAY - THE SHARED SIGNCHK CHECK
      * BUILDS THE MESSAGE AND LOGS A HOURS/TERMINAL REFUSAL TO SREJ
        CHECK-SIGNON-WINDOW.
            MOVE EIBOPID  TO SC-OPID
            MOVE EIBTRMID TO SC-TRMID
            MOVE EIBTRNID TO SC-TRNID
            MOVE EIBDATE  TO SC-DATE
            MOVE EIBTIME  TO SC-TIME
            MOVE 'Y'      TO SC-LOG-SW
            MOVE 'Y'      TO SC-DAY-CHECK-SW
            CALL 'SIGNCHK' USING SIGNCHK-PARMS.

        STAGE-REVERT-RECORD.
            MOVE RCA-CUST-NUMBER TO CUST-NUMBER
            EXEC CICS READ DATASET('CUSTFIL')
                INTO(CUST-RECORD)
                RIDFLD(CUST-KEY)
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NORMAL)
                PERFORM CHECK-LISTED-IMAGE
            END-IF
            IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE 'CUSTOMER NOT ON CUSTFIL - CANNOT REVERT'
                    TO WS-RESULT-MSG
            ELSE
            IF CV-CHANGED
                MOVE SPACES TO WS-RESULT-MSG
                STRING CV-MESSAGE DELIMITED BY '  '
                    ' - KEY CUSTOMER TO RELIST'
                    DELIMITED BY SIZE INTO WS-RESULT-MSG
            ELSE
                MOVE EIBTASKN    TO HIST-TASKN
                MOVE CUST-NAME   TO HIST-OLD-NAME
                MOVE 'USD'       TO HIST-PAY-CCY
                MOVE 0           TO HIST-PAYMEI-USD
                MOVE 0           TO HIST-PAYME1I-USD
                MOVE CUST-NUMBER TO HIST-CUST-NUMBER
                CALL 'HISTAIX' USING HIST-RECORD
                EXEC CICS WRITE FILE('GUI6HIST')
                    FROM(HIST-RECORD)
                    RIDFLD(HIST-KEY)
                    STRING 'REVERT STAGED PENDING APPROVAL - TASKN '
                        HIST-TASKN
                        DELIMITED BY SIZE INTO WS-RESULT-MSG
                    IF WS-LINK-CASE NOT = 0
                        PERFORM LINK-REVERT-TO-CASE
                    END-IF
                END-IF
            END-IF
            END-IF.

      * THE TARGET WAS PICKED OFF A LIST SHOWN AGAINST THE RECORD AS
      * IT STOOD THEN - IF IT HAS CHANGED SINCE, THE REVERT'S BEFORE-
      * IMAGE WOULD NOT BE WHAT THE OPERATOR DECIDED ON (SHARED
      * CUSTVER RULE). A COMMAREA FROM BEFORE THE IMAGE WAS CARRIED
      * COUNTS AS CHANGED.
        CHECK-LISTED-IMAGE.
            SET CV-MODE-FULL TO TRUE
            IF EIBCALEN >= 151
                MOVE RCA-SHOWN-IMAGE TO CV-SHOWN-IMAGE
            ELSE
                MOVE SPACES TO CV-SHOWN-IMAGE
            END-IF
            MOVE CUST-RECORD TO CV-CURRENT-IMAGE
            CALL 'CUSTVER' USING CUSTVER-PARMS.

      * THE CASE THE REVERT SETTLES MUST BE ON CUSTCASE, BE FOR THIS
      * CUSTOMER, NOT BE RESOLVED AND HAVE ROOM FOR ANOTHER LINK
        CHECK-SETTLING-CASE.
            IF WS-IN-CASE NOT NUMERIC
                MOVE 'CASE NUMBER MUST BE 7 NUMERIC DIGITS'
                    TO WS-RESULT-MSG
            ELSE
                MOVE WS-IN-CASE TO CSE-CASE-NUMBER
                EXEC CICS READ DATASET('CUSTCASE')
                    INTO(CSE-RECORD)
                    RIDFLD(CSE-KEY)
                    RESP(WS-RESP)
                END-EXEC
                IF WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE 'CASE NOT ON CUSTCASE' TO WS-RESULT-MSG
                ELSE
                IF CSE-CUST-NUMBER NOT = RCA-CUST-NUMBER
                    MOVE 'CASE IS NOT FOR THIS CUSTOMER'
                        TO WS-RESULT-MSG
                ELSE
                IF CSE-RESOLVED
                    MOVE 'CASE IS ALREADY RESOLVED' TO WS-RESULT-MSG
                ELSE
                IF CSE-LINK-CNT >= 5
                    MOVE 'CASE ALREADY CARRIES 5 LINKED TASKNS'
                        TO WS-RESULT-MSG
                ELSE
                    MOVE CSE-CASE-NUMBER TO WS-LINK-CASE
                END-IF
                END-IF
                END-IF
                END-IF
            END-IF.

      * THE REVERT IS STAGED BY NOW - IF THE CASE MOVED UNDER US AND
      * CANNOT TAKE THE LINK, SAY SO RATHER THAN UNDO THE STAGING
        LINK-REVERT-TO-CASE.
            MOVE SPACES TO WS-RESULT-MSG
            STRING 'REVERT ' HIST-TASKN ' STAGED BUT NOT LINKED TO'
                ' CASE ' WS-LINK-CASE
                DELIMITED BY SIZE INTO WS-RESULT-MSG
            MOVE WS-LINK-CASE TO CSE-CASE-NUMBER
            EXEC CICS READ DATASET('CUSTCASE')
                INTO(CSE-RECORD)
                RIDFLD(CSE-KEY)
                UPDATE
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NORMAL)
                IF CSE-RESOLVED OR CSE-LINK-CNT >= 5
                    EXEC CICS UNLOCK DATASET('CUSTCASE') END-EXEC
                ELSE
                    ADD 1 TO CSE-LINK-CNT
                    MOVE HIST-TASKN TO CSE-LINK-TASKN(CSE-LINK-CNT)
                    SET CSE-LINK-REVERT(CSE-LINK-CNT) TO TRUE
                    MOVE EIBOPID TO CSE-UPD-OPID
                    MOVE FUNCTION CURRENT-DATE(1:8) TO CSE-UPD-DATE
                    MOVE FUNCTION CURRENT-DATE(9:6) TO CSE-UPD-TIME
                    EXEC CICS REWRITE DATASET('CUSTCASE')
                        FROM(CSE-RECORD)
                        RESP(WS-RESP)
                    END-EXEC
                    IF WS-RESP = DFHRESP(NORMAL)
                        MOVE SPACES TO WS-RESULT-MSG
                        STRING 'REVERT STAGED PENDING APPROVAL - TASKN '
                            HIST-TASKN ' CASE ' WS-LINK-CASE
                            DELIMITED BY SIZE INTO WS-RESULT-MSG
                    END-IF
                END-IF
            END-IF.
