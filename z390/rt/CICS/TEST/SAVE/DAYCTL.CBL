      *****************************************************************
      * Author.  Maintenance team, following the PARMMNT/TRNDMNT
      *          style
      * Remarks. Online business-day close and open. Until now the
      *          overnight window simply started while the region
      *          was still taking updates - a change keyed at 18:05
      *          could land in CUSTFIL after GUI6EXT had already
      *          extracted, and a drain could read a TD extract that
      *          CICS was still holding events for in its buffers. A
      *          supervisor (or a START of this transaction at the
      *          cutoff time) now closes the day here:
      *            - PARMFIL 'ONLINE-DAY-STATE' is set to CLOSED, and
      *              from then on the shared SIGNCHK check refuses
      *              every customer update in TESTGUI6, TESTGUIA,
      *              CUSTSTAT, TESTGUIR and the TESTGUIP/TESTGUI6
      *              approval path with BUSINESS DAY CLOSED - the
      *              screens stay up for inquiry only;
      *            - each TD queue an overnight drain reads is
      *              closed and at once reopened, which writes out
      *              everything CICS had buffered for it, so the
      *              extract the drain picks up is complete to the
      *              cutoff;
      *            - one DAY-CLOSED event goes to TD queue DAYC. A
      *              live task must not do flat-file I/O (the RPI
      *              2128 lesson), so the DAYCLOSE batch step at the
      *              top of the window lands it on BATCHLOG, with
      *              the depth of each drain queue's extract beside
      *              it, and JOBCTL holds the chain until it has.
      *          A matching open in the morning sets the state back
      *          to OPEN, re-enabling updates, and queues a
      *          DAY-OPENED event the same way. Only an active
      *          supervisor-level OPERPROF profile may close or open,
      *          and only inside their own sign-on window (shared
      *          SIGNCHK check); anyone may ask for the status. Plain-
      *          text screen like PARMMNT, no BMS map. The operator
      *          keys one line:
      *            col 1     ACTION - S(TATUS), C(LOSE), O(PEN)
      *          A scheduled START passes the same one-byte action as
      *          its FROM data (C or O); it runs with no terminal and
      *          no supervisor check, and its events carry terminal
      *          'SCHD'.
      *****************************************************************
      * 10/15/26 RPI 2255 INITIAL CODING
      *****************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. DAYCTL.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
        COPY PARMFIL.
        COPY OPERPROF.
        COPY SIGNCHK.

        01  WS-RESP               PIC S9(8) COMP.
        01  WS-RESP2              PIC S9(8) COMP.
        01  WS-AUTH-SW            PIC X VALUE 'N'.
            88  WS-OPID-AUTHORIZED     VALUE 'Y'.
        01  WS-START-SW           PIC X VALUE 'N'.
            88  WS-SCHEDULED-START     VALUE 'Y'.
        01  WS-RETRIEVE-LEN       PIC S9(4) COMP VALUE 1.

      * WHO AND WHERE THE CLOSE OR OPEN CAME FROM - THE SIGNED-ON
      * SUPERVISOR AT A TERMINAL, OR 'SCHD' FOR A SCHEDULED START
        01  WS-ACTOR-OPID         PIC X(3).
        01  WS-ACTOR-TRMID        PIC X(4).

        01  WS-MAINT-INPUT.
            02  WS-IN-ACTION          PIC X(1).

        01  WS-PROMPT.
            02  FILLER PIC X(46) VALUE
                'KEY ACTION S(TATUS) C(LOSE) O(PEN), THEN ENTER'.

      * THE ONLINE DAY STATE AS IT STANDS ON PARMFIL - A REGION THAT
      * HAS NEVER RUN A CLOSE HAS NO RECORD AND IS OPEN
        01  WS-DAY-STATE          PIC X(6) VALUE 'OPEN'.
            88  WS-DAY-IS-CLOSED       VALUE 'CLOSED'.
        01  WS-NEW-STATE          PIC X(6).

      * THE TD QUEUES THE OVERNIGHT DRAINS READ - BREADLD, CARCDRN,
      * ADRNVER, BEC5RPT, QUOTXRPT, QUOTFREQ, BECVOL, PMTADRN AND
      * PCGAPRPT. DAYCLOSE COUNTS THE SAME NINE EXTRACTS.
        01  WS-DQ-VALUES.
            02  FILLER PIC X(8) VALUE 'BREAD'.
            02  FILLER PIC X(8) VALUE 'CARC'.
            02  FILLER PIC X(8) VALUE 'ADRN'.
            02  FILLER PIC X(8) VALUE 'BREJ'.
            02  FILLER PIC X(8) VALUE 'BQEX'.
            02  FILLER PIC X(8) VALUE 'BQHIT'.
            02  FILLER PIC X(8) VALUE 'BVOL'.
            02  FILLER PIC X(8) VALUE 'PMTA'.
            02  FILLER PIC X(8) VALUE 'PCLOG'.
        01  WS-DQ-TABLE REDEFINES WS-DQ-VALUES.
            02  WS-DQ-NAME        PIC X(8) OCCURS 9 TIMES.
        01  WS-DQ-CNT             PIC 9(2) VALUE 9.
        01  WS-DQ-SUB             PIC 9(2).
        01  WS-FLUSHED-CNT        PIC 9(2) VALUE 0.
        01  WS-Q-NAME             PIC X(8).
        01  WS-Q-FLUSHED-SW       PIC X.
            88  WS-Q-FLUSHED           VALUE 'Y'.

      * DAY-CLOSED / DAY-OPENED EVENT FOR TD QUEUE DAYC, LANDED ON
      * BATCHLOG BY DAYCLOSE. DATE AND TIME ARE THE TASK'S EIBDATE
      * (0CYYDDD) AND EIBTIME (0HHMMSS); THE QUEUE COUNTS ARE FOR A
      * CLOSE ONLY.
        01  WS-DAY-EVENT-REC.
            02  DAYC-EVENT        PIC X(6).
            02  FILLER            PIC X VALUE SPACE.
            02  DAYC-OPID         PIC X(3).
            02  FILLER            PIC X VALUE SPACE.
            02  DAYC-DATE         PIC 9(7).
            02  FILLER            PIC X VALUE SPACE.
            02  DAYC-TIME         PIC 9(7).
            02  FILLER            PIC X VALUE SPACE.
            02  DAYC-TRMID        PIC X(4).
            02  FILLER            PIC X VALUE SPACE.
            02  DAYC-FLUSHED      PIC 9(2).
            02  FILLER            PIC X VALUE SPACE.
            02  DAYC-QUEUES       PIC 9(2).
        01  WS-DAY-EVENT-LEN      PIC S9(4) COMP VALUE 37.

        01  WS-HDG-LINE.
            02  FILLER PIC X(46) VALUE
                'BUSINESS DAY CLOSED - INQUIRY ONLY UNTIL OPEN'.

        01  WS-QUEUE-LINE.
            02  FILLER            PIC X(9) VALUE 'TD QUEUE '.
            02  QL-NAME           PIC X(8).
            02  FILLER            PIC X VALUE SPACE.
            02  QL-RESULT         PIC X(30).

        01  WS-QUEUE-FAIL.
            02  FILLER            PIC X(21) VALUE
                'NOT FLUSHED - RESP = '.
            02  QF-RESP           PIC ZZZ9.

        01  WS-STATUS-MSG.
            02  FILLER            PIC X(17) VALUE 'BUSINESS DAY IS '.
            02  SM-STATE          PIC X(6).
            02  FILLER            PIC X(8)  VALUE ' - SET '.
            02  SM-OPID           PIC X(3).
            02  FILLER            PIC X(4)  VALUE ' ON '.
            02  SM-DATE           PIC 9(8).

        01  WS-RESULT-MSG         PIC X(50) VALUE SPACES.

        01  WS-OUT-AREA.
            02  OUT-HDG           PIC X(80).
            02  OUT-LINE OCCURS 10 TIMES PIC X(80).
        01  WS-SEND-LEN           PIC 9(4) COMP.

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            IF EIBCALEN = 0
                PERFORM CHECK-SCHEDULED-START
                IF WS-SCHEDULED-START
                    PERFORM RUN-SCHEDULED-ACTION
                ELSE
                    PERFORM SEND-MAINT-PROMPT
                END-IF
            ELSE
                PERFORM RECEIVE-AND-MAINTAIN.

            EXEC CICS RETURN END-EXEC.

      * A START AT THE CUTOFF (OR AT THE MORNING OPEN) HANDS THE
      * ACTION OVER AS ITS FROM DATA - A TERMINAL ENTRY HAS NONE
        CHECK-SCHEDULED-START.
            MOVE SPACES TO WS-MAINT-INPUT
            EXEC CICS RETRIEVE
                INTO(WS-MAINT-INPUT)
                LENGTH(WS-RETRIEVE-LEN)
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NORMAL)
                    OR WS-RESP = DFHRESP(LENGERR)
                SET WS-SCHEDULED-START TO TRUE
            END-IF.

      * NO TERMINAL TO ANSWER - THE RESULT IS THE PARMFIL STATE AND
      * THE DAYC EVENT, WHICH DAYCLOSE REPORTS ON BATCHLOG
        RUN-SCHEDULED-ACTION.
            MOVE EIBOPID TO WS-ACTOR-OPID
            IF WS-ACTOR-OPID = SPACES OR WS-ACTOR-OPID = LOW-VALUES
                MOVE 'SCH' TO WS-ACTOR-OPID
            END-IF
            MOVE 'SCHD' TO WS-ACTOR-TRMID
            MOVE SPACES TO WS-RESULT-MSG
            EVALUATE WS-IN-ACTION
                WHEN 'C'
                    PERFORM CLOSE-BUSINESS-DAY
                WHEN 'O'
                    PERFORM OPEN-BUSINESS-DAY
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

        SEND-MAINT-PROMPT.
            EXEC CICS SEND FROM(WS-PROMPT) LENGTH(46) ERASE END-EXEC.

        RECEIVE-AND-MAINTAIN.
            MOVE SPACES TO WS-MAINT-INPUT
            EXEC CICS RECEIVE
                INTO(WS-MAINT-INPUT)
                LENGTH(1)
                RESP(WS-RESP)
            END-EXEC
            MOVE EIBOPID  TO WS-ACTOR-OPID
            MOVE EIBTRMID TO WS-ACTOR-TRMID
            MOVE SPACES TO WS-RESULT-MSG
            MOVE LOW-VALUES TO WS-OUT-AREA
            EVALUATE WS-IN-ACTION
                WHEN 'S'
                    PERFORM SHOW-DAY-STATE
                WHEN 'C'
                    PERFORM CHECK-SUPERVISOR
                    IF NOT WS-OPID-AUTHORIZED
                        MOVE 'DAY-CLOSE NEEDS AN ACTIVE SUPERVISOR'
                             TO WS-RESULT-MSG
                    ELSE
                        PERFORM CHECK-SIGNON-WINDOW
                        IF NOT SC-SIGNON-OK
                            MOVE SC-MESSAGE TO WS-RESULT-MSG
                        ELSE
                            PERFORM CLOSE-BUSINESS-DAY
                        END-IF
                    END-IF
                WHEN 'O'
                    PERFORM CHECK-SUPERVISOR
                    IF NOT WS-OPID-AUTHORIZED
                        MOVE 'DAY-OPEN NEEDS AN ACTIVE SUPERVISOR'
                             TO WS-RESULT-MSG
                    ELSE
                        PERFORM CHECK-SIGNON-WINDOW
                        IF NOT SC-SIGNON-OK
                            MOVE SC-MESSAGE TO WS-RESULT-MSG
                        ELSE
                            PERFORM OPEN-BUSINESS-DAY
                        END-IF
                    END-IF
                WHEN OTHER
                    MOVE 'ACTION MUST BE S, C OR O' TO WS-RESULT-MSG
            END-EVALUATE
            IF WS-RESULT-MSG = SPACES
                PERFORM SEND-QUEUE-LIST
            ELSE
                EXEC CICS SEND FROM(WS-RESULT-MSG) LENGTH(50) ERASE
                    END-EXEC
            END-IF.

        SHOW-DAY-STATE.
            PERFORM READ-DAY-STATE
            MOVE WS-DAY-STATE TO SM-STATE
            IF WS-RESP = DFHRESP(NORMAL)
                MOVE PRM-CHG-OPID TO SM-OPID
                MOVE PRM-CHG-DATE TO SM-DATE
            ELSE
                MOVE SPACES TO SM-OPID
                MOVE 0      TO SM-DATE
            END-IF
            MOVE WS-STATUS-MSG TO WS-RESULT-MSG.

      * THE STATE GOES TO CLOSED FIRST, SO NO UPDATE CAN SLIP IN
      * BEHIND THE FLUSH; THE DAY-CLOSED EVENT GOES LAST, AFTER THE
      * QUEUES IT VOUCHES FOR HAVE BEEN WRITTEN OUT
        CLOSE-BUSINESS-DAY.
            PERFORM READ-DAY-STATE
            IF WS-DAY-IS-CLOSED
                MOVE 'BUSINESS DAY IS ALREADY CLOSED' TO WS-RESULT-MSG
            ELSE
                MOVE 'CLOSED' TO WS-NEW-STATE
                PERFORM SET-DAY-STATE
                IF WS-RESULT-MSG = SPACES
                    PERFORM FLUSH-DRAIN-QUEUES
                    MOVE 'CLOSED'       TO DAYC-EVENT
                    MOVE WS-FLUSHED-CNT TO DAYC-FLUSHED
                    MOVE WS-DQ-CNT      TO DAYC-QUEUES
                    PERFORM WRITE-DAY-EVENT
                END-IF
            END-IF.

        OPEN-BUSINESS-DAY.
            PERFORM READ-DAY-STATE
            IF NOT WS-DAY-IS-CLOSED
                MOVE 'BUSINESS DAY IS ALREADY OPEN' TO WS-RESULT-MSG
            ELSE
                MOVE 'OPEN' TO WS-NEW-STATE
                PERFORM SET-DAY-STATE
                IF WS-RESULT-MSG = SPACES
                    MOVE 'OPENED' TO DAYC-EVENT
                    MOVE 0        TO DAYC-FLUSHED
                    MOVE 0        TO DAYC-QUEUES
                    PERFORM WRITE-DAY-EVENT
                    MOVE 'BUSINESS DAY OPENED - UPDATES ENABLED'
                         TO WS-RESULT-MSG
                END-IF
            END-IF.

        READ-DAY-STATE.
            MOVE 'OPEN' TO WS-DAY-STATE
            MOVE 'ONLINE-DAY-STATE' TO PRM-NAME
            EXEC CICS READ DATASET('PARMFIL')
                INTO(PRM-RECORD)
                RIDFLD(PRM-KEY)
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NORMAL)
                IF PRM-VALUE = 'CLOSED'
                    MOVE 'CLOSED' TO WS-DAY-STATE
                END-IF
            END-IF.

      * THE STATE RECORD CARRIES WHO SET IT AND WHEN, LIKE ANY OTHER
      * PARMFIL PARAMETER - THE FIRST CLOSE IN A REGION ADDS IT
        SET-DAY-STATE.
            MOVE 'ONLINE-DAY-STATE' TO PRM-NAME
            EXEC CICS READ DATASET('PARMFIL')
                INTO(PRM-RECORD)
                RIDFLD(PRM-KEY)
                UPDATE
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NOTFND)
                MOVE SPACES             TO PRM-RECORD
                MOVE 'ONLINE-DAY-STATE' TO PRM-NAME
                MOVE WS-NEW-STATE       TO PRM-VALUE
                MOVE WS-ACTOR-OPID      TO PRM-CHG-OPID
                MOVE FUNCTION CURRENT-DATE(1:8) TO PRM-CHG-DATE
                EXEC CICS WRITE DATASET('PARMFIL')
                    FROM(PRM-RECORD)
                    RIDFLD(PRM-KEY)
                    RESP(WS-RESP)
                END-EXEC
            ELSE
            IF WS-RESP = DFHRESP(NORMAL)
                MOVE WS-NEW-STATE       TO PRM-VALUE
                MOVE WS-ACTOR-OPID      TO PRM-CHG-OPID
                MOVE FUNCTION CURRENT-DATE(1:8) TO PRM-CHG-DATE
                EXEC CICS REWRITE DATASET('PARMFIL')
                    FROM(PRM-RECORD)
                    RESP(WS-RESP)
                END-EXEC
            END-IF
            END-IF
            IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE 'PARMFIL UPDATE FAILED - DAY STATE NOT CHANGED'
                     TO WS-RESULT-MSG
            END-IF.

      * CLOSING AN EXTRAPARTITION QUEUE WRITES OUT WHAT CICS HAD
      * BUFFERED FOR IT; IT IS REOPENED AT ONCE, SO THE INQUIRY
      * SCREENS' BREAD EVENTS AND THE LIKE CARRY ON INTO TOMORROW'S
      * EXTRACT. ONE LINE PER QUEUE GOES BACK TO THE SUPERVISOR.
        FLUSH-DRAIN-QUEUES.
            MOVE 0 TO WS-FLUSHED-CNT
            PERFORM VARYING WS-DQ-SUB FROM 1 BY 1
                    UNTIL WS-DQ-SUB > WS-DQ-CNT
                MOVE WS-DQ-NAME(WS-DQ-SUB) TO WS-Q-NAME
                PERFORM FLUSH-ONE-QUEUE
                MOVE WS-Q-NAME TO QL-NAME
                IF WS-Q-FLUSHED
                    ADD 1 TO WS-FLUSHED-CNT
                    MOVE 'FLUSHED' TO QL-RESULT
                ELSE
                    MOVE WS-RESP TO QF-RESP
                    MOVE WS-QUEUE-FAIL TO QL-RESULT
                END-IF
                MOVE WS-QUEUE-LINE TO OUT-LINE(WS-DQ-SUB)
            END-PERFORM.

        FLUSH-ONE-QUEUE.
            MOVE 'N' TO WS-Q-FLUSHED-SW
            EXEC CICS SET TDQUEUE(WS-Q-NAME)
                CLOSED
                RESP(WS-RESP)
            END-EXEC
            EXEC CICS SET TDQUEUE(WS-Q-NAME)
                OPEN
                RESP(WS-RESP2)
            END-EXEC
            IF WS-RESP = DFHRESP(NORMAL)
                IF WS-RESP2 = DFHRESP(NORMAL)
                    SET WS-Q-FLUSHED TO TRUE
                ELSE
                    MOVE WS-RESP2 TO WS-RESP
                END-IF
            END-IF.

      * THE EVENT IS WRITTEN OUT AT ONCE THE SAME WAY, SO DAYCLOSE
      * SEES IT HOWEVER SOON AFTER THE CUTOFF THE WINDOW STARTS
        WRITE-DAY-EVENT.
            MOVE WS-ACTOR-OPID  TO DAYC-OPID
            MOVE EIBDATE        TO DAYC-DATE
            MOVE EIBTIME        TO DAYC-TIME
            MOVE WS-ACTOR-TRMID TO DAYC-TRMID
            EXEC CICS WRITEQ TD
                QUEUE('DAYC')
                FROM(WS-DAY-EVENT-REC)
                LENGTH(WS-DAY-EVENT-LEN)
            END-EXEC
            MOVE 'DAYC' TO WS-Q-NAME
            PERFORM FLUSH-ONE-QUEUE.

        SEND-QUEUE-LIST.
            MOVE WS-HDG-LINE TO OUT-HDG
            COMPUTE WS-SEND-LEN = 80 + (WS-DQ-CNT * 80)
            EXEC CICS SEND FROM(WS-OUT-AREA) LENGTH(WS-SEND-LEN)
                ERASE
            END-EXEC.

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

      * THE SUPERVISOR'S OWN HOURS AND TERMINAL ONLY - THIS IS THE
      * TRANSACTION THAT OPENS THE DAY, SO IT NEVER ASKS FOR THE
      * BUSINESS-DAY CHECK ITSELF
        CHECK-SIGNON-WINDOW.
            MOVE EIBOPID  TO SC-OPID
            MOVE EIBTRMID TO SC-TRMID
            MOVE EIBTRNID TO SC-TRNID
            MOVE EIBDATE  TO SC-DATE
            MOVE EIBTIME  TO SC-TIME
            MOVE 'Y'      TO SC-LOG-SW
            MOVE 'N'      TO SC-DAY-CHECK-SW
            CALL 'SIGNCHK' USING SIGNCHK-PARMS.
