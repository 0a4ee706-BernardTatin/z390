      *****************************************************************
      * Author.  Maintenance team, following the PARMMNT/TESTBECQ
      *          style
      * Remarks. Supervisor transaction for transactions the TRNBRKR
      *          abend-storm breaker has disabled on TRNDSBL. A list
      *          shows every transid currently disabled with why -
      *          how many abends in how many minutes against what
      *          limit, the last abend code and program - and when
      *          it was taken out. Once the fault is fixed, a
      *          supervisor re-enables the transid here; TRNBRKR
      *          stamps who and when on the record and logs it to TD
      *          queue TDIS beside the disable. Only an active
      *          supervisor-level OPERPROF profile may re-enable, and
      *          only inside their sign-on window (shared SIGNCHK
      *          check); anyone may list. Plain-text screen like
      *          PARMMNT, no BMS map. The operator keys one line:
      *            col 1     ACTION - L(IST), E(NABLE)
      *            col 2-5   TRANSID (E ONLY)
      *****************************************************************
      * 10/15/26 RPI 2254 INITIAL CODING
      * 10/15/26 RPI 2263 SETS SC-DAY-CHECK-SW - NOT HELD TO THE
      *                   DAYCTL DAY-CLOSE
      *****************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. TRNDMNT.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
        COPY TRNDSBL.
        COPY TRNBRKR.
        COPY OPERPROF.
        COPY SIGNCHK.

        01  WS-RESP               PIC S9(8) COMP.
        01  WS-MATCH-CNT          PIC 9(2) VALUE 0.
        01  WS-AUTH-SW            PIC X VALUE 'N'.
            88  WS-OPID-AUTHORIZED     VALUE 'Y'.

        01  WS-MAINT-INPUT.
            02  WS-IN-ACTION          PIC X(1).
            02  WS-IN-TRNID           PIC X(4).

        01  WS-PROMPT.
            02  FILLER PIC X(46) VALUE
                'KEY ACTION(L/E) TRANSID(4, E ONLY), THEN ENTER'.

        01  WS-HDG-LINE.
            02  FILLER PIC X(7)  VALUE 'TRNID'.
            02  FILLER PIC X(18) VALUE 'DISABLED AT'.
            02  FILLER PIC X(55) VALUE 'REASON'.

        01  WS-DETAIL-LINE.
            02  DET-TRNID         PIC X(4).
            02  FILLER            PIC X(3) VALUE SPACES.
            02  DET-DATE          PIC 9(7).
            02  FILLER            PIC X     VALUE SPACE.
            02  DET-TIME          PIC 9(7).
            02  FILLER            PIC X(3) VALUE SPACES.
            02  DET-ABND-CNT      PIC ZZZZ9.
            02  FILLER            PIC X(11) VALUE ' ABENDS IN '.
            02  DET-WINDOW        PIC ZZZ9.
            02  FILLER            PIC X(10) VALUE ' MIN (MAX '.
            02  DET-LIMIT         PIC ZZZZ9.
            02  FILLER            PIC X(7)  VALUE ') LAST '.
            02  DET-ABCODE        PIC X(4).
            02  FILLER            PIC X     VALUE SPACE.
            02  DET-PROGRAM       PIC X(8).

        01  WS-RESULT-MSG         PIC X(50) VALUE SPACES.

        01  WS-OUT-AREA.
            02  OUT-HDG           PIC X(80).
            02  OUT-LINE OCCURS 10 TIMES PIC X(80).
        01  WS-SEND-LEN           PIC 9(4) COMP.

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            IF EIBCALEN = 0
                PERFORM SEND-MAINT-PROMPT
            ELSE
                PERFORM RECEIVE-AND-MAINTAIN.

            EXEC CICS RETURN END-EXEC.

        SEND-MAINT-PROMPT.
            EXEC CICS SEND FROM(WS-PROMPT) LENGTH(46) ERASE END-EXEC.

        RECEIVE-AND-MAINTAIN.
            MOVE SPACES TO WS-MAINT-INPUT
            EXEC CICS RECEIVE
                INTO(WS-MAINT-INPUT)
                LENGTH(5)
                RESP(WS-RESP)
            END-EXEC
            MOVE SPACES TO WS-RESULT-MSG
            EVALUATE WS-IN-ACTION
                WHEN 'L'
                    PERFORM LIST-DISABLED-TRANSIDS
                WHEN 'E'
                    PERFORM ENABLE-TRANSID
                WHEN OTHER
                    MOVE 'ACTION MUST BE L OR E' TO WS-RESULT-MSG
            END-EVALUATE
            IF WS-RESULT-MSG = SPACES
                PERFORM BUILD-AND-SEND-LIST
            ELSE
                EXEC CICS SEND FROM(WS-RESULT-MSG) LENGTH(50) ERASE
                    END-EXEC
            END-IF.

      * EVERY TRANSID CURRENTLY DISABLED - A RECORD LEFT IN STATE 'E'
      * BY AN EARLIER RE-ENABLE IS HISTORY AND IS SKIPPED
        LIST-DISABLED-TRANSIDS.
            MOVE LOW-VALUES TO WS-OUT-AREA
            MOVE 0 TO WS-MATCH-CNT
            MOVE LOW-VALUES TO TDS-KEY
            EXEC CICS STARTBR DATASET('TRNDSBL')
                RIDFLD(TDS-KEY)
                GTEQ
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NORMAL)
                PERFORM UNTIL WS-MATCH-CNT >= 10
                        OR WS-RESP NOT = DFHRESP(NORMAL)
                    EXEC CICS READNEXT DATASET('TRNDSBL')
                        INTO(TDS-RECORD)
                        RIDFLD(TDS-KEY)
                        RESP(WS-RESP)
                    END-EXEC
                    IF WS-RESP = DFHRESP(NORMAL) AND TDS-DISABLED
                        ADD 1 TO WS-MATCH-CNT
                        MOVE TDS-TRNID        TO DET-TRNID
                        MOVE TDS-DIS-DATE     TO DET-DATE
                        MOVE TDS-DIS-TIME     TO DET-TIME
                        MOVE TDS-ABND-CNT     TO DET-ABND-CNT
                        MOVE TDS-WINDOW-MINS  TO DET-WINDOW
                        MOVE TDS-LIMIT        TO DET-LIMIT
                        MOVE TDS-LAST-ABCODE  TO DET-ABCODE
                        MOVE TDS-LAST-PROGRAM TO DET-PROGRAM
                        MOVE WS-DETAIL-LINE
                            TO OUT-LINE(WS-MATCH-CNT)
                    END-IF
                END-PERFORM
                EXEC CICS ENDBR DATASET('TRNDSBL') END-EXEC
            END-IF.

        BUILD-AND-SEND-LIST.
            MOVE WS-HDG-LINE TO OUT-HDG
            IF WS-MATCH-CNT = 0
                MOVE 'NO TRANSACTIONS ARE DISABLED' TO OUT-LINE(1)
                EXEC CICS SEND FROM(WS-OUT-AREA) LENGTH(160) ERASE
                    END-EXEC
            ELSE
                COMPUTE WS-SEND-LEN = 80 + (WS-MATCH-CNT * 80)
                EXEC CICS SEND FROM(WS-OUT-AREA) LENGTH(WS-SEND-LEN)
                    ERASE
                END-EXEC
            END-IF.

      * RE-ENABLE IS A SUPERVISOR DECISION, MADE INSIDE THE
      * SUPERVISOR'S OWN SIGN-ON WINDOW - THE STATE CHANGE ITSELF AND
      * ITS TDIS LOG ENTRY BELONG TO TRNBRKR
        ENABLE-TRANSID.
            PERFORM CHECK-SUPERVISOR
            IF NOT WS-OPID-AUTHORIZED
                MOVE 'RE-ENABLE NEEDS AN ACTIVE SUPERVISOR'
                     TO WS-RESULT-MSG
            ELSE
            IF WS-IN-TRNID = SPACES
                MOVE 'ENABLE NEEDS A TRANSID' TO WS-RESULT-MSG
            ELSE
                PERFORM CHECK-SIGNON-WINDOW
                IF NOT SC-SIGNON-OK
                    MOVE SC-MESSAGE TO WS-RESULT-MSG
                ELSE
                    MOVE 'E'         TO TB-ACTION
                    MOVE WS-IN-TRNID TO TB-TRNID
                    MOVE EIBOPID     TO TB-OPID
                    MOVE EIBDATE     TO TB-DATE
                    MOVE EIBTIME     TO TB-TIME
                    CALL 'TRNBRKR' USING TRNBRKR-PARMS
                    MOVE TB-MESSAGE TO WS-RESULT-MSG
                END-IF
            END-IF
            END-IF.

        CHECK-SUPERVISOR.
            MOVE 'N' TO WS-AUTH-SW
            MOVE EIBOPID TO OP-OPID
            EXEC CICS READ DATASET('OPERPROF')
                INTO(OPERPROF-RECORD)
                RIDFLD(OP-KEY)
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NORMAL)
                IF OP-IS-ACTIVE AND OP-LEVEL-SUPERVISOR
                    SET WS-OPID-AUTHORIZED TO TRUE
                END-IF
            END-IF.

        CHECK-SIGNON-WINDOW.
            MOVE EIBOPID  TO SC-OPID
            MOVE EIBTRMID TO SC-TRMID
            MOVE EIBTRNID TO SC-TRNID
            MOVE EIBDATE  TO SC-DATE
            MOVE EIBTIME  TO SC-TIME
            MOVE 'Y'      TO SC-LOG-SW
            MOVE 'N'      TO SC-DAY-CHECK-SW
            CALL 'SIGNCHK' USING SIGNCHK-PARMS.
