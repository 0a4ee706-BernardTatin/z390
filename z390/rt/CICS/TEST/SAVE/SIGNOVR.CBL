      *****************************************************************
      * Author.  Maintenance team, following the PARMMNT/REFMNT style
      * Remarks. Supervisor overtime grant for the OPERPROF working-
      *          hours window. The shared SIGNCHK check refuses any
      *          customer or parameter update outside an operator's
      *          OP-HOURS-START/END, so an operator kept back for
      *          overtime needs a supervisor to lift it. An active
      *          'S'-level supervisor keys the operator's ID and the
      *          time the grant runs until; the operator's profile is
      *          stamped with today's date, that time and the granting
      *          supervisor, and SIGNCHK lets the hours check pass for
      *          the rest of the day up to that time. The grant covers
      *          hours only - the allowed-terminal list still applies.
      *          A supervisor may not grant their own overtime, and
      *          keying an until time of 0000 withdraws a grant.
      *          Plain-text screen like PARMMNT, no BMS map. The
      *          supervisor keys one line:
      *            col 1-3   OPERATOR ID
      *            col 4-7   UNTIL TIME HHMM (0000 WITHDRAWS)
      *****************************************************************
      * 10/15/26 RPI 2229 INITIAL CODING
      *****************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. SIGNOVR.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
        COPY OPERPROF.

        01  WS-RESP               PIC S9(8) COMP.
        01  WS-NOW-HHMM           PIC 9(4).
        01  WS-TASK-TIME          PIC 9(7).
        01  WS-UNTIL-HHMM         PIC 9(4).
        01  WS-UNTIL-PARTS REDEFINES WS-UNTIL-HHMM.
            02  WS-UNTIL-HH       PIC 9(2).
            02  WS-UNTIL-MM       PIC 9(2).

        01  WS-MAINT-INPUT.
            02  WS-IN-OPID            PIC X(3).
            02  WS-IN-UNTIL           PIC X(4).

        01  WS-PROMPT.
            02  FILLER PIC X(46) VALUE
                'KEY OPERATOR ID(3) THEN OVERTIME UNTIL HHMM(4)'.
            02  FILLER PIC X(12) VALUE ', THEN ENTER'.

        01  WS-RESULT-MSG         PIC X(50) VALUE SPACES.

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            IF EIBCALEN = 0
                PERFORM SEND-MAINT-PROMPT
            ELSE
                PERFORM RECEIVE-AND-GRANT.

            EXEC CICS RETURN END-EXEC.

        SEND-MAINT-PROMPT.
            EXEC CICS SEND FROM(WS-PROMPT) LENGTH(58) ERASE END-EXEC.

        RECEIVE-AND-GRANT.
            MOVE SPACES TO WS-MAINT-INPUT
            EXEC CICS RECEIVE
                INTO(WS-MAINT-INPUT)
                LENGTH(7)
                RESP(WS-RESP)
            END-EXEC
            MOVE SPACES TO WS-RESULT-MSG
            MOVE EIBTIME TO WS-TASK-TIME
            COMPUTE WS-NOW-HHMM = WS-TASK-TIME / 100
            PERFORM CHECK-GRANTING-SUPERVISOR
            IF WS-RESULT-MSG = SPACES
                IF WS-IN-OPID = SPACES
                    MOVE 'AN OPERATOR ID IS REQUIRED' TO WS-RESULT-MSG
                ELSE
                IF WS-IN-OPID = EIBOPID
                    MOVE 'YOU MAY NOT GRANT YOUR OWN OVERTIME'
                         TO WS-RESULT-MSG
                ELSE
                IF WS-IN-UNTIL NOT NUMERIC
                    MOVE 'UNTIL TIME MUST BE 4 DIGITS HHMM'
                         TO WS-RESULT-MSG
                ELSE
                    MOVE WS-IN-UNTIL TO WS-UNTIL-HHMM
                    IF WS-UNTIL-HHMM NOT = 0
                            AND (WS-UNTIL-HH > 23 OR WS-UNTIL-MM > 59)
                        MOVE 'UNTIL TIME IS NOT A VALID HHMM'
                             TO WS-RESULT-MSG
                    ELSE
                    IF WS-UNTIL-HHMM NOT = 0
                            AND WS-UNTIL-HHMM NOT > WS-NOW-HHMM
                        MOVE 'UNTIL TIME HAS ALREADY PASSED TODAY'
                             TO WS-RESULT-MSG
                    ELSE
                        PERFORM APPLY-OVERTIME-GRANT
                    END-IF
                    END-IF
                END-IF
                END-IF
                END-IF
            END-IF
            EXEC CICS SEND FROM(WS-RESULT-MSG) LENGTH(50) ERASE
                END-EXEC.

      * ONLY AN ACTIVE SUPERVISOR-LEVEL OPERPROF PROFILE MAY GRANT
        CHECK-GRANTING-SUPERVISOR.
            MOVE EIBOPID TO OP-OPID
            EXEC CICS READ DATASET('OPERPROF')
                INTO(OPERPROF-RECORD)
                RIDFLD(OP-KEY)
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP NOT = DFHRESP(NORMAL)
                    OR NOT OP-IS-ACTIVE
                    OR NOT OP-LEVEL-SUPERVISOR
                MOVE 'ONLY AN ACTIVE SUPERVISOR MAY GRANT OVERTIME'
                     TO WS-RESULT-MSG
            END-IF.

      * STAMP TODAY'S GRANT ON THE OPERATOR'S PROFILE - THE DATE IS
      * EIBDATE, THE SAME FORM SIGNCHK COMPARES IT AGAINST
        APPLY-OVERTIME-GRANT.
            MOVE WS-IN-OPID TO OP-OPID
            EXEC CICS READ DATASET('OPERPROF')
                INTO(OPERPROF-RECORD)
                RIDFLD(OP-KEY)
                UPDATE
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE 'OPERATOR NOT ON OPERPROF' TO WS-RESULT-MSG
            ELSE
                IF WS-UNTIL-HHMM = 0
                    MOVE 0      TO OP-OVT-DATE
                    MOVE 0      TO OP-OVT-UNTIL
                ELSE
                    MOVE EIBDATE       TO OP-OVT-DATE
                    MOVE WS-UNTIL-HHMM TO OP-OVT-UNTIL
                END-IF
                MOVE EIBOPID TO OP-OVT-OPID
                EXEC CICS REWRITE DATASET('OPERPROF')
                    FROM(OPERPROF-RECORD)
                    RESP(WS-RESP)
                END-EXEC
                IF WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE 'OPERPROF REWRITE FAILED' TO WS-RESULT-MSG
                ELSE
                IF WS-UNTIL-HHMM = 0
                    MOVE 'OVERTIME GRANT WITHDRAWN' TO WS-RESULT-MSG
                ELSE
                    STRING 'OVERTIME GRANTED TO ' WS-IN-OPID
                        ' UNTIL ' WS-IN-UNTIL
                        DELIMITED BY SIZE INTO WS-RESULT-MSG
                END-IF
                END-IF
            END-IF.
