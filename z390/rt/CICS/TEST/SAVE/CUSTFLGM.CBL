      *****************************************************************
      * Author.  Maintenance team, following the SIGNOVR style
      * Remarks. Supervisor maintenance of customer caution flags
      *          (CUSTFLAG). A flag puts a red banner in front of every
      *          operator who opens the customer on the GUI6 screen
      *          and holds every update until it is acknowledged, so
      *          only an active 'S'-level OPERPROF supervisor may set,
      *          extend or clear one, and only inside their own
      *          working hours (shared SIGNCHK check). Flag types are
      *          F=FRAUD SUSPECTED, I=IDENTITY-THEFT VICTIM, V=VIP
      *          HANDLING, C=COURT ORDER IN EFFECT. A flag is in force
      *          through its expiry date and ignored from the day
      *          after; the nightly CFLAGEXP job deletes it.
      *            SET    - the customer must be on CUSTFIL; reason
      *                     and an expiry of today or later are
      *                     required. Setting a type the customer
      *                     already carries replaces it.
      *            EXTEND - the flag must be on file and the new
      *                     expiry later than the current one; a
      *                     keyed reason replaces the old one.
      *            CLEAR  - deletes the flag.
      *          A set or an extend restamps the flag, so every
      *          operator has to acknowledge it again. A GT transid
      *          works on the training shadows (CUSTFLGT/CUSTFILT).
      *          Plain-text screen like SIGNOVR, no BMS map. The
      *          supervisor keys one line:
      *            col 1     ACTION S=SET E=EXTEND C=CLEAR
      *            col 2-8   CUSTOMER NUMBER
      *            col 9     FLAG TYPE F/I/V/C
      *            col 10-17 EXPIRY CCYYMMDD (SET, EXTEND)
      *            col 18-43 REASON (SET; OPTIONAL ON EXTEND)
      *****************************************************************
      * 10/15/26 RPI 2235 INITIAL CODING
      * 10/15/26 RPI 2263 SETS SC-DAY-CHECK-SW - NOT HELD TO THE
      *                   DAYCTL DAY-CLOSE
      *****************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CUSTFLGM.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
        COPY OPERPROF.
        COPY CUSTFIL.
        COPY CUSTFLAG.
        COPY SIGNCHK.

        01  WS-RESP               PIC S9(8) COMP.
        01  WS-CUSTFLAG-DD        PIC X(8) VALUE 'CUSTFLAG'.
        01  WS-CUSTFIL-DD         PIC X(8) VALUE 'CUSTFIL'.
        01  WS-NOW.
            02  WS-TODAY          PIC 9(8).
            02  WS-NOW-TIME       PIC 9(6).
        01  WS-EXPIRY             PIC 9(8).

        01  WS-MAINT-INPUT.
            02  WS-IN-ACTION          PIC X(1).
                88  WS-IN-SET               VALUE 'S'.
                88  WS-IN-EXTEND            VALUE 'E'.
                88  WS-IN-CLEAR             VALUE 'C'.
            02  WS-IN-CUST-NUMBER     PIC X(7).
            02  WS-IN-TYPE            PIC X(1).
            02  WS-IN-EXPIRY          PIC X(8).
            02  WS-IN-REASON          PIC X(26).

        01  WS-PROMPT.
            02  FILLER PIC X(44) VALUE
                'KEY S/E/C, CUST NO(7), TYPE F/I/V/C, EXPIRY '.
            02  FILLER PIC X(36) VALUE
                'CCYYMMDD, REASON(26), THEN ENTER    '.

        01  WS-RESULT-MSG         PIC X(50) VALUE SPACES.

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            IF EIBTRNID(1:2) = 'GT'
                MOVE 'CUSTFLGT' TO WS-CUSTFLAG-DD
                MOVE 'CUSTFILT' TO WS-CUSTFIL-DD
            END-IF.

            IF EIBCALEN = 0
                PERFORM SEND-MAINT-PROMPT
            ELSE
                PERFORM RECEIVE-AND-MAINTAIN.

            EXEC CICS RETURN END-EXEC.

        SEND-MAINT-PROMPT.
            EXEC CICS SEND FROM(WS-PROMPT) LENGTH(80) ERASE END-EXEC.

        RECEIVE-AND-MAINTAIN.
            MOVE SPACES TO WS-MAINT-INPUT
            EXEC CICS RECEIVE
                INTO(WS-MAINT-INPUT)
                LENGTH(43)
                RESP(WS-RESP)
            END-EXEC
            MOVE SPACES TO WS-RESULT-MSG
            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW
            PERFORM CHECK-MAINTAINING-SUPERVISOR
            IF WS-RESULT-MSG = SPACES
                PERFORM CHECK-SIGNON-WINDOW
                IF NOT SC-SIGNON-OK
                    MOVE SC-MESSAGE TO WS-RESULT-MSG
                END-IF
            END-IF
            IF WS-RESULT-MSG = SPACES
                IF NOT WS-IN-SET AND NOT WS-IN-EXTEND
                        AND NOT WS-IN-CLEAR
                    MOVE 'ACTION MUST BE S, E OR C' TO WS-RESULT-MSG
                ELSE
                IF WS-IN-CUST-NUMBER NOT NUMERIC
                    MOVE 'CUSTOMER NUMBER MUST BE 7 DIGITS'
                         TO WS-RESULT-MSG
                ELSE
                    MOVE WS-IN-CUST-NUMBER TO CFL-CUST-NUMBER
                    MOVE WS-IN-TYPE        TO CFL-TYPE
                    IF NOT CFL-VALID-TYPE
                        MOVE 'FLAG TYPE MUST BE F, I, V OR C'
                             TO WS-RESULT-MSG
                    ELSE
                    IF WS-IN-CLEAR
                        PERFORM CLEAR-CAUTION-FLAG
                    ELSE
                        PERFORM EDIT-EXPIRY-DATE
                        IF WS-RESULT-MSG = SPACES
                            IF WS-IN-SET
                                PERFORM SET-CAUTION-FLAG
                            ELSE
                                PERFORM EXTEND-CAUTION-FLAG
                            END-IF
                        END-IF
                    END-IF
                    END-IF
                END-IF
                END-IF
            END-IF
            EXEC CICS SEND FROM(WS-RESULT-MSG) LENGTH(50) ERASE
                END-EXEC.

      * ONLY AN ACTIVE SUPERVISOR-LEVEL OPERPROF PROFILE MAY MAINTAIN
        CHECK-MAINTAINING-SUPERVISOR.
            MOVE EIBOPID TO OP-OPID
            EXEC CICS READ DATASET('OPERPROF')
                INTO(OPERPROF-RECORD)
                RIDFLD(OP-KEY)
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP NOT = DFHRESP(NORMAL)
                    OR NOT OP-IS-ACTIVE
                    OR NOT OP-LEVEL-SUPERVISOR
                MOVE 'ONLY AN ACTIVE SUPERVISOR MAY MAINTAIN FLAGS'
                     TO WS-RESULT-MSG
            END-IF.

      * NO FLAG CHANGE OUTSIDE THE SUPERVISOR'S PERMITTED HOURS OR
      * FROM A TERMINAL OFF THEIR OPERPROF LIST - THE SHARED SIGNCHK
      * CHECK BUILDS THE MESSAGE AND LOGS THE REFUSAL TO SREJ
        CHECK-SIGNON-WINDOW.
            MOVE EIBOPID  TO SC-OPID
            MOVE EIBTRMID TO SC-TRMID
            MOVE EIBTRNID TO SC-TRNID
            MOVE EIBDATE  TO SC-DATE
            MOVE EIBTIME  TO SC-TIME
            MOVE 'Y'      TO SC-LOG-SW
            MOVE 'N'      TO SC-DAY-CHECK-SW
            IF EIBTRNID(1:2) = 'GT'
                MOVE 'N'  TO SC-LOG-SW
            END-IF
            CALL 'SIGNCHK' USING SIGNCHK-PARMS.

      * A FLAG RUNS THROUGH THE END OF ITS EXPIRY DATE, SO TODAY IS
      * THE EARLIEST THAT MEANS ANYTHING
        EDIT-EXPIRY-DATE.
            IF WS-IN-EXPIRY NOT NUMERIC
                MOVE 'EXPIRY MUST BE 8 DIGITS CCYYMMDD'
                     TO WS-RESULT-MSG
            ELSE
                MOVE WS-IN-EXPIRY TO WS-EXPIRY
                IF FUNCTION TEST-DATE-YYYYMMDD(WS-EXPIRY) NOT = 0
                    MOVE 'EXPIRY IS NOT A VALID DATE' TO WS-RESULT-MSG
                ELSE
                IF WS-EXPIRY < WS-TODAY
                    MOVE 'EXPIRY HAS ALREADY PASSED' TO WS-RESULT-MSG
                END-IF
                END-IF
            END-IF.

      * A TYPE THE CUSTOMER ALREADY CARRIES IS REPLACED OUTRIGHT -
      * SET-BY AND SET-DATE MOVE TO THIS SUPERVISOR AND TODAY
        SET-CAUTION-FLAG.
            IF WS-IN-REASON = SPACES
                MOVE 'A REASON IS REQUIRED TO SET A FLAG'
                     TO WS-RESULT-MSG
            ELSE
                MOVE CFL-CUST-NUMBER TO CUST-NUMBER
                EXEC CICS READ DATASET(WS-CUSTFIL-DD)
                    INTO(CUST-RECORD)
                    RIDFLD(CUST-KEY)
                    RESP(WS-RESP)
                END-EXEC
                IF WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE 'CUSTOMER NOT ON FILE' TO WS-RESULT-MSG
                ELSE
                    EXEC CICS READ DATASET(WS-CUSTFLAG-DD)
                        INTO(CFL-RECORD)
                        RIDFLD(CFL-KEY)
                        UPDATE
                        RESP(WS-RESP)
                    END-EXEC
                    MOVE WS-IN-REASON TO CFL-REASON
                    MOVE EIBOPID      TO CFL-SET-OPID
                    MOVE WS-TODAY     TO CFL-SET-DATE
                    MOVE WS-EXPIRY    TO CFL-EXPIRY
                    PERFORM STAMP-CAUTION-FLAG
                    IF WS-RESP = DFHRESP(NORMAL)
                        EXEC CICS REWRITE DATASET(WS-CUSTFLAG-DD)
                            FROM(CFL-RECORD)
                            RESP(WS-RESP)
                        END-EXEC
                    ELSE
                        EXEC CICS WRITE DATASET(WS-CUSTFLAG-DD)
                            FROM(CFL-RECORD)
                            RIDFLD(CFL-KEY)
                            RESP(WS-RESP)
                        END-EXEC
                    END-IF
                    IF WS-RESP NOT = DFHRESP(NORMAL)
                        MOVE 'CUSTFLAG UPDATE FAILED' TO WS-RESULT-MSG
                    ELSE
                        STRING 'FLAG ' CFL-TYPE ' SET ON CUSTOMER '
                            CFL-CUST-NUMBER ' UNTIL ' WS-IN-EXPIRY
                            DELIMITED BY SIZE INTO WS-RESULT-MSG
                    END-IF
                END-IF
            END-IF.

        EXTEND-CAUTION-FLAG.
            EXEC CICS READ DATASET(WS-CUSTFLAG-DD)
                INTO(CFL-RECORD)
                RIDFLD(CFL-KEY)
                UPDATE
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE 'NO SUCH FLAG ON THIS CUSTOMER' TO WS-RESULT-MSG
            ELSE
            IF WS-EXPIRY NOT > CFL-EXPIRY
                EXEC CICS UNLOCK DATASET(WS-CUSTFLAG-DD) END-EXEC
                MOVE 'NEW EXPIRY MUST BE LATER THAN THE CURRENT ONE'
                     TO WS-RESULT-MSG
            ELSE
                IF WS-IN-REASON NOT = SPACES
                    MOVE WS-IN-REASON TO CFL-REASON
                END-IF
                MOVE WS-EXPIRY TO CFL-EXPIRY
                PERFORM STAMP-CAUTION-FLAG
                EXEC CICS REWRITE DATASET(WS-CUSTFLAG-DD)
                    FROM(CFL-RECORD)
                    RESP(WS-RESP)
                END-EXEC
                IF WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE 'CUSTFLAG UPDATE FAILED' TO WS-RESULT-MSG
                ELSE
                    STRING 'FLAG ' CFL-TYPE ' ON CUSTOMER '
                        CFL-CUST-NUMBER ' EXTENDED TO ' WS-IN-EXPIRY
                        DELIMITED BY SIZE INTO WS-RESULT-MSG
                END-IF
            END-IF
            END-IF.

        CLEAR-CAUTION-FLAG.
            EXEC CICS DELETE DATASET(WS-CUSTFLAG-DD)
                RIDFLD(CFL-KEY)
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NOTFND)
                MOVE 'NO SUCH FLAG ON THIS CUSTOMER' TO WS-RESULT-MSG
            ELSE
            IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE 'CUSTFLAG DELETE FAILED' TO WS-RESULT-MSG
            ELSE
                STRING 'FLAG ' CFL-TYPE ' CLEARED FROM CUSTOMER '
                    CFL-CUST-NUMBER
                    DELIMITED BY SIZE INTO WS-RESULT-MSG
            END-IF
            END-IF.

      * THE CHANGE STAMP IS WHAT FLAGCHK MEASURES ACKNOWLEDGMENTS
      * AGAINST - MOVING IT MAKES EVERY OPERATOR ACKNOWLEDGE AGAIN
        STAMP-CAUTION-FLAG.
            MOVE EIBOPID     TO CFL-UPD-OPID
            MOVE WS-TODAY    TO CFL-UPD-DATE
            MOVE WS-NOW-TIME TO CFL-UPD-TIME.
