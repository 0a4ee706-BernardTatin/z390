      *****************************************************************
      * Author.  Maintenance team, following the TESTBECQ/OOBLOGQ style
      * Remarks. Correlation-ID trace inquiry across the SOA chain.
      *          When the payments desk calls about one approval,
      *          tracing it used to mean reading PMTA, SOACALL,
      *          SOADEADL, the breaker audit and the SOA archives by
      *          hand, and SOARECON only tells the story the next
      *          morning. The operator keys a correlation ID, or the
      *          GUI6HIST task number (HIST-TASKN) of the approval -
      *          TESTGUI6 builds the PMTA correlation ID from it as
      *          'GUI6' + the 7-digit task number - and gets the whole
      *          story back in time order: when the change was keyed
      *          and approved (off GUI6HIST), when the notification
      *          was queued, each DEMOSUB2 attempt with its service
      *          manager, tier, RC and elapsed seconds, any tier
      *          skipped on an open breaker, the breaker opening and
      *          closing on those managers while the story ran, the
      *          dead letter if any, each SOADEADR replay, and the
      *          final delivery or suppressed duplicate. Everything
      *          but the GUI6HIST lines comes off the SOATRACE keyed
      *          trace file the chain writes as it goes. Up to 19
      *          events fit the screen; a longer story says how many
      *          more there were. Plain-text screen like TESTBECQ, no
      *          BMS map.
      *****************************************************************
      * 10/15/26 RPI 2251 INITIAL CODING
      *****************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. SOATRCQ.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
        COPY SOATRACE.
        COPY GUI6HIST.
        COPY JULDAY.

        01  WS-RESP               PIC S9(8) COMP.

        01  WS-ID-INPUT           PIC X(16).
        01  WS-CORR-ID            PIC X(16).
        01  WS-TASKN              PIC 9(7) VALUE 0.
        01  WS-HHMMSS             PIC 9(6).

      * EVERY EVENT OF THE STORY, GATHERED FROM GUI6HIST AND SOATRACE
      * AND THEN PUT IN TIME ORDER - EV-WHEN IS THE SORT KEY, EV-LINE
      * THE SCREEN LINE ALREADY FORMATTED. TWO EVENTS IN THE SAME
      * SECOND KEEP THE ORDER THEY WERE GATHERED IN.
        01  WS-EV-TBL.
            02  WS-EV-ENTRY OCCURS 40 TIMES.
                03  EV-WHEN.
                    04  EV-DATE       PIC 9(8).
                    04  EV-TIME       PIC 9(6).
                03  EV-LINE           PIC X(80).
        01  WS-EV-CNT             PIC 9(2) VALUE 0.
        01  WS-EV-MAX             PIC 9(2) VALUE 40.
        01  WS-EV-LOST-CNT        PIC 9(4) VALUE 0.
        01  WS-EV-SUB             PIC 9(2).
        01  WS-EV-SUB2            PIC 9(2).
        01  WS-SHIFT-SW           PIC X.
            88  WS-SHIFTING           VALUE 'Y'.
        01  WS-EV-HOLD.
            02  HOLD-WHEN         PIC X(14).
            02  HOLD-LINE         PIC X(80).

      * THE SERVICE MANAGERS THE STORY TOUCHED, AND THE SPAN OF TIME
      * IT RAN OVER - BREAKER TRANSITIONS ON THOSE MANAGERS INSIDE
      * THAT SPAN ARE PART OF THE STORY
        01  WS-MGR-TBL.
            02  WS-MGR-NAME OCCURS 4 TIMES PIC X(8).
        01  WS-MGR-CNT            PIC 9 VALUE 0.
        01  WS-MGR-SUB            PIC 9.
        01  WS-MGR-FOUND-SW       PIC X.
            88  WS-MGR-FOUND          VALUE 'Y'.
        01  WS-SPAN-FROM          PIC X(14) VALUE HIGH-VALUES.
        01  WS-SPAN-TO            PIC X(14) VALUE LOW-VALUES.
        01  WS-THIS-WHEN          PIC X(14).
        01  WS-BRKR-ID            PIC X(16).

        01  WS-PROMPT.
            02  FILLER PIC X(46) VALUE
                'KEY A CORRELATION ID OR A 7-DIGIT GUI6HIST TAS'.
            02  FILLER PIC X(20) VALUE
                'K NUMBER, THEN ENTER'.

        01  WS-TITLE-LINE.
            02  FILLER            PIC X(18) VALUE
                'SOA TRACE CORR-ID '.
            02  TTL-CORR-ID       PIC X(16).
            02  FILLER            PIC X(7)  VALUE ' TASKN '.
            02  TTL-TASKN         PIC 9(7).
            02  FILLER            PIC X(32) VALUE SPACES.

        01  WS-HDG-LINE.
            02  FILLER PIC X(9)  VALUE 'DATE'.
            02  FILLER PIC X(7)  VALUE 'TIME'.
            02  FILLER PIC X(10) VALUE 'EVENT'.
            02  FILLER PIC X(9)  VALUE 'MGR/BY'.
            02  FILLER PIC X(8)  VALUE 'TIER'.
            02  FILLER PIC X(7)  VALUE '    RC'.
            02  FILLER PIC X(6)  VALUE ' SECS'.
            02  FILLER PIC X(24) VALUE 'DETAIL'.

        01  WS-DETAIL-LINE.
            02  DET-DATE          PIC 9(8).
            02  FILLER            PIC X VALUE SPACE.
            02  DET-TIME          PIC 9(6).
            02  FILLER            PIC X VALUE SPACE.
            02  DET-EVENT         PIC X(9).
            02  FILLER            PIC X VALUE SPACE.
            02  DET-WHO           PIC X(8).
            02  FILLER            PIC X VALUE SPACE.
            02  DET-TIER          PIC X(7).
            02  FILLER            PIC X VALUE SPACE.
            02  DET-RC-AREA       PIC X(6).
            02  DET-RC REDEFINES DET-RC-AREA PIC -(5)9.
            02  FILLER            PIC X VALUE SPACE.
            02  DET-SECS-AREA     PIC X(5).
            02  DET-SECS REDEFINES DET-SECS-AREA PIC ZZZZ9.
            02  FILLER            PIC X VALUE SPACE.
            02  DET-DETAIL        PIC X(24).

        01  WS-MORE-LINE.
            02  MORE-CNT          PIC ZZZ9.
            02  FILLER            PIC X(36) VALUE
                ' MORE EVENTS NOT SHOWN'.

        01  WS-NO-MATCH-MSG.
            02  FILLER PIC X(38) VALUE
                'NO TRACE EVENTS FOR THAT ID OR TASKN'.

        01  WS-OUT-AREA.
            02  OUT-TITLE         PIC X(80).
            02  OUT-HDG           PIC X(80).
            02  OUT-LINE OCCURS 20 TIMES PIC X(80).
        01  WS-OUT-CNT            PIC 9(2) VALUE 0.
        01  WS-SEND-LEN           PIC 9(4) COMP.

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            IF EIBCALEN = 0
                PERFORM SEND-ID-PROMPT
            ELSE
                PERFORM RECEIVE-ID-AND-TRACE.

            EXEC CICS RETURN END-EXEC.

        SEND-ID-PROMPT.
            EXEC CICS SEND FROM(WS-PROMPT) LENGTH(66) ERASE END-EXEC.

      * GATHER THE APPROVAL OFF GUI6HIST AND EVERY SOATRACE EVENT FOR
      * THE ID, THEN THE BREAKER TRANSITIONS ON THE MANAGERS THOSE
      * EVENTS TOUCHED, AND SHOW THE LOT IN TIME ORDER
        RECEIVE-ID-AND-TRACE.
            MOVE SPACES TO WS-ID-INPUT
            EXEC CICS RECEIVE
                INTO(WS-ID-INPUT)
                LENGTH(16)
                RESP(WS-RESP)
            END-EXEC
            MOVE LOW-VALUES TO WS-OUT-AREA
            IF WS-ID-INPUT = SPACES
                MOVE 'A CORRELATION ID OR GUI6HIST TASKN IS REQUIRED'
                    TO OUT-LINE(1)
                MOVE 1 TO WS-OUT-CNT
            ELSE
                PERFORM RESOLVE-CORR-ID
                IF WS-TASKN > 0
                    PERFORM ADD-APPROVAL-EVENTS
                END-IF
                PERFORM BROWSE-TRACE-EVENTS
                PERFORM VARYING WS-MGR-SUB FROM 1 BY 1
                        UNTIL WS-MGR-SUB > WS-MGR-CNT
                    PERFORM BROWSE-BREAKER-EVENTS
                END-PERFORM
                PERFORM SORT-EVENTS
                PERFORM LIST-EVENTS
            END-IF
            PERFORM BUILD-AND-SEND-REPORT.

      * SEVEN DIGITS AND NOTHING AFTER IS A GUI6HIST TASK NUMBER,
      * TURNED INTO THE CORRELATION ID TESTGUI6 STAMPS ON ITS PMTA
      * NOTIFICATION; ANYTHING ELSE IS A CORRELATION ID AS KEYED, AND
      * ONE CARRYING TESTGUI6'S 'GUI6' PREFIX ALSO NAMES ITS TASK
        RESOLVE-CORR-ID.
            MOVE 0 TO WS-TASKN
            IF WS-ID-INPUT(1:7) IS NUMERIC
                    AND WS-ID-INPUT(8:9) = SPACES
                MOVE WS-ID-INPUT(1:7) TO WS-TASKN
                MOVE SPACES TO WS-CORR-ID
                MOVE 'GUI6' TO WS-CORR-ID(1:4)
                MOVE WS-TASKN TO WS-CORR-ID(5:7)
            ELSE
                MOVE WS-ID-INPUT TO WS-CORR-ID
                IF WS-CORR-ID(1:4) = 'GUI6'
                        AND WS-CORR-ID(5:7) IS NUMERIC
                    MOVE WS-CORR-ID(5:7) TO WS-TASKN
                END-IF
            END-IF
            MOVE WS-CORR-ID TO TTL-CORR-ID
            MOVE WS-TASKN   TO TTL-TASKN.

      * THE CHANGE AS THE MAKER KEYED IT, AND ITS APPROVAL ONCE GIVEN
      * - THE SECOND CHECKER'S STAMP WHEN THE CHANGE NEEDED TWO. THE
      * GUI6HIST DATES ARE EIBDATE-STYLE, SO JULDAY PUTS THEM ON THE
      * SAME CALENDAR DATES THE TRACE FILE CARRIES
        ADD-APPROVAL-EVENTS.
            MOVE WS-TASKN TO HIST-TASKN
            EXEC CICS READ DATASET('GUI6HIST')
                INTO(HIST-RECORD)
                RIDFLD(HIST-KEY)
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NORMAL)
                PERFORM INIT-DETAIL-LINE
                MOVE HIST-DATE TO LK-JD-JULIAN
                MOVE HIST-TIME TO WS-HHMMSS
                MOVE 'KEYED'         TO DET-EVENT
                MOVE 'GUI6HIST'      TO DET-WHO
                STRING 'MAKER ' HIST-MAKER-OPID
                    DELIMITED BY SIZE INTO DET-DETAIL
                PERFORM ADD-DATED-EVENT
                IF HIST-APPR-APPROVED
                    PERFORM INIT-DETAIL-LINE
                    IF HIST-CHECKER2-OPID NOT = SPACES
                        MOVE HIST-APPR2-DATE TO LK-JD-JULIAN
                        MOVE HIST-APPR2-TIME TO WS-HHMMSS
                        STRING 'CHECKERS ' HIST-CHECKER-OPID
                            ' AND ' HIST-CHECKER2-OPID
                            DELIMITED BY SIZE INTO DET-DETAIL
                    ELSE
                        MOVE HIST-APPR-DATE TO LK-JD-JULIAN
                        MOVE HIST-APPR-TIME TO WS-HHMMSS
                        STRING 'CHECKER ' HIST-CHECKER-OPID
                            DELIMITED BY SIZE INTO DET-DETAIL
                    END-IF
                    MOVE 'APPROVED'  TO DET-EVENT
                    MOVE 'GUI6HIST'  TO DET-WHO
                    PERFORM ADD-DATED-EVENT
                END-IF
            END-IF.

      * FILE ONE GUI6HIST EVENT WHOSE JULIAN DATE IS IN LK-JD-JULIAN
      * AND TIME OF DAY IN WS-HHMMSS
        ADD-DATED-EVENT.
            CALL 'JULDAY' USING JULDAY-PARMS
            MOVE LK-JD-DATE TO DET-DATE
            MOVE WS-HHMMSS  TO DET-TIME
            PERFORM ADD-EVENT-TO-TABLE.

      * EVERY SOATRACE EVENT KEYED UNDER THE ID, OLDEST FIRST
        BROWSE-TRACE-EVENTS.
            MOVE WS-CORR-ID TO STR-CORR-ID
            MOVE 0 TO STR-DATE
            MOVE 0 TO STR-TIME
            MOVE 0 TO STR-SEQNO
            EXEC CICS STARTBR DATASET('SOATRACE')
                RIDFLD(STR-KEY)
                GTEQ
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NORMAL)
                PERFORM UNTIL WS-RESP NOT = DFHRESP(NORMAL)
                    EXEC CICS READNEXT DATASET('SOATRACE')
                        INTO(STR-RECORD)
                        RIDFLD(STR-KEY)
                        RESP(WS-RESP)
                    END-EXEC
                    IF WS-RESP = DFHRESP(NORMAL)
                        IF STR-CORR-ID NOT = WS-CORR-ID
                            MOVE DFHRESP(ENDFILE) TO WS-RESP
                        ELSE
                            PERFORM NOTE-SPAN-AND-MANAGER
                            PERFORM FORMAT-TRACE-EVENT
                        END-IF
                    END-IF
                END-PERFORM
                EXEC CICS ENDBR DATASET('SOATRACE') END-EXEC
            END-IF.

      * WIDEN THE STORY'S TIME SPAN TO TAKE IN THIS EVENT, AND NOTE
      * THE MANAGER OF AN ATTEMPT OR SKIPPED TIER
        NOTE-SPAN-AND-MANAGER.
            MOVE STR-DATE TO WS-THIS-WHEN(1:8)
            MOVE STR-TIME TO WS-THIS-WHEN(9:6)
            IF WS-THIS-WHEN < WS-SPAN-FROM
                MOVE WS-THIS-WHEN TO WS-SPAN-FROM
            END-IF
            IF WS-THIS-WHEN > WS-SPAN-TO
                MOVE WS-THIS-WHEN TO WS-SPAN-TO
            END-IF
            IF (STR-EV-CALL OR STR-EV-SKIP)
                    AND STR-SVC-MGR NOT = SPACES
                MOVE 'N' TO WS-MGR-FOUND-SW
                PERFORM VARYING WS-MGR-SUB FROM 1 BY 1
                        UNTIL WS-MGR-SUB > WS-MGR-CNT
                    IF WS-MGR-NAME(WS-MGR-SUB) = STR-SVC-MGR
                        SET WS-MGR-FOUND TO TRUE
                    END-IF
                END-PERFORM
                IF NOT WS-MGR-FOUND AND WS-MGR-CNT < 4
                    ADD 1 TO WS-MGR-CNT
                    MOVE STR-SVC-MGR TO WS-MGR-NAME(WS-MGR-CNT)
                END-IF
            END-IF.

      * BREAKER TRANSITIONS ON ONE MANAGER INSIDE THE STORY'S SPAN -
      * THEY ARE KEYED UNDER 'BREAKER ' + THE MANAGER, NOT THE ID
        BROWSE-BREAKER-EVENTS.
            MOVE SPACES TO WS-BRKR-ID
            STRING 'BREAKER ' WS-MGR-NAME(WS-MGR-SUB)
                DELIMITED BY SIZE INTO WS-BRKR-ID
            MOVE WS-BRKR-ID TO STR-CORR-ID
            MOVE WS-SPAN-FROM(1:8) TO STR-DATE
            MOVE WS-SPAN-FROM(9:6) TO STR-TIME
            MOVE 0 TO STR-SEQNO
            EXEC CICS STARTBR DATASET('SOATRACE')
                RIDFLD(STR-KEY)
                GTEQ
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NORMAL)
                PERFORM UNTIL WS-RESP NOT = DFHRESP(NORMAL)
                    EXEC CICS READNEXT DATASET('SOATRACE')
                        INTO(STR-RECORD)
                        RIDFLD(STR-KEY)
                        RESP(WS-RESP)
                    END-EXEC
                    IF WS-RESP = DFHRESP(NORMAL)
                        MOVE STR-DATE TO WS-THIS-WHEN(1:8)
                        MOVE STR-TIME TO WS-THIS-WHEN(9:6)
                        IF STR-CORR-ID NOT = WS-BRKR-ID
                                OR WS-THIS-WHEN > WS-SPAN-TO
                            MOVE DFHRESP(ENDFILE) TO WS-RESP
                        ELSE
                            PERFORM FORMAT-TRACE-EVENT
                        END-IF
                    END-IF
                END-PERFORM
                EXEC CICS ENDBR DATASET('SOATRACE') END-EXEC
            END-IF.

      * ONE SOATRACE EVENT AS A SCREEN LINE - RC AND SECONDS ONLY
      * MEAN SOMETHING FOR AN ATTEMPT, AND RC FOR A SKIPPED TIER
        FORMAT-TRACE-EVENT.
            PERFORM INIT-DETAIL-LINE
            MOVE STR-DATE TO DET-DATE
            MOVE STR-TIME TO DET-TIME
            MOVE STR-PROGRAM TO DET-WHO
            EVALUATE TRUE
                WHEN STR-EV-NOTIFY
                    MOVE 'NOTIFIED'  TO DET-EVENT
                WHEN STR-EV-CALL
                    MOVE 'ATTEMPT'   TO DET-EVENT
                    MOVE STR-SVC-MGR TO DET-WHO
                    MOVE STR-SVC-RC  TO DET-RC
                    MOVE STR-ELAPSED TO DET-SECS
                WHEN STR-EV-SKIP
                    MOVE 'TIER SKIP' TO DET-EVENT
                    MOVE STR-SVC-MGR TO DET-WHO
                    MOVE STR-SVC-RC  TO DET-RC
                WHEN STR-EV-DEAD
                    MOVE 'DEAD LETR' TO DET-EVENT
                    MOVE STR-SVC-RC  TO DET-RC
                WHEN STR-EV-REPLAY
                    MOVE 'REPLAY'    TO DET-EVENT
                WHEN STR-EV-DELIVERED
                    MOVE 'DELIVERED' TO DET-EVENT
                WHEN STR-EV-SUPPRESSED
                    MOVE 'SUPPRESSD' TO DET-EVENT
                WHEN STR-EV-BRKR-OPEN
                    MOVE 'BRKR OPEN' TO DET-EVENT
                    MOVE STR-SVC-MGR TO DET-WHO
                WHEN STR-EV-BRKR-CLOSE
                    MOVE 'BRKR CLSD' TO DET-EVENT
                    MOVE STR-SVC-MGR TO DET-WHO
                WHEN OTHER
                    MOVE STR-EVENT   TO DET-EVENT
            END-EVALUATE
            IF STR-TIER-PRIMARY
                MOVE 'PRIMARY' TO DET-TIER
            END-IF
            IF STR-TIER-BACKUP
                MOVE 'BACKUP'  TO DET-TIER
            END-IF
            MOVE STR-DETAIL TO DET-DETAIL
            PERFORM ADD-EVENT-TO-TABLE.

        INIT-DETAIL-LINE.
            MOVE SPACES TO WS-DETAIL-LINE.

      * A STORY LONGER THAN THE TABLE IS COUNTED, NOT SHOWN
        ADD-EVENT-TO-TABLE.
            IF WS-EV-CNT < WS-EV-MAX
                ADD 1 TO WS-EV-CNT
                MOVE DET-DATE TO EV-DATE(WS-EV-CNT)
                MOVE DET-TIME TO EV-TIME(WS-EV-CNT)
                MOVE WS-DETAIL-LINE TO EV-LINE(WS-EV-CNT)
            ELSE
                ADD 1 TO WS-EV-LOST-CNT
            END-IF.

      * STRAIGHT INSERTION ON EV-WHEN - A STORY IS A FEW DOZEN EVENTS
      * AT MOST, AND AN EVENT ONLY MOVES PAST ONES STRICTLY LATER THAN
      * IT, SO SAME-SECOND EVENTS KEEP THEIR GATHERED ORDER
        SORT-EVENTS.
            PERFORM VARYING WS-EV-SUB FROM 2 BY 1
                    UNTIL WS-EV-SUB > WS-EV-CNT
                MOVE WS-EV-ENTRY(WS-EV-SUB) TO WS-EV-HOLD
                MOVE WS-EV-SUB TO WS-EV-SUB2
                MOVE 'Y' TO WS-SHIFT-SW
                PERFORM UNTIL WS-EV-SUB2 = 1 OR NOT WS-SHIFTING
                    IF EV-WHEN(WS-EV-SUB2 - 1) > HOLD-WHEN
                        MOVE WS-EV-ENTRY(WS-EV-SUB2 - 1)
                            TO WS-EV-ENTRY(WS-EV-SUB2)
                        SUBTRACT 1 FROM WS-EV-SUB2
                    ELSE
                        MOVE 'N' TO WS-SHIFT-SW
                    END-IF
                END-PERFORM
                MOVE WS-EV-HOLD TO WS-EV-ENTRY(WS-EV-SUB2)
            END-PERFORM.

      * THE FIRST 19 EVENTS, THEN ONE LINE COUNTING ANY THAT DID NOT
      * FIT THE SCREEN OR THE TABLE
        LIST-EVENTS.
            MOVE 0 TO WS-OUT-CNT
            PERFORM VARYING WS-EV-SUB FROM 1 BY 1
                    UNTIL WS-EV-SUB > WS-EV-CNT OR WS-OUT-CNT = 19
                ADD 1 TO WS-OUT-CNT
                MOVE EV-LINE(WS-EV-SUB) TO OUT-LINE(WS-OUT-CNT)
            END-PERFORM
            IF WS-EV-CNT > WS-OUT-CNT
                ADD WS-EV-CNT TO WS-EV-LOST-CNT
                SUBTRACT WS-OUT-CNT FROM WS-EV-LOST-CNT
            END-IF
            IF WS-EV-LOST-CNT > 0
                ADD 1 TO WS-OUT-CNT
                MOVE WS-EV-LOST-CNT TO MORE-CNT
                MOVE WS-MORE-LINE TO OUT-LINE(WS-OUT-CNT)
            END-IF
            IF WS-OUT-CNT = 0
                MOVE WS-NO-MATCH-MSG TO OUT-LINE(1)
                MOVE 1 TO WS-OUT-CNT
            END-IF.

        BUILD-AND-SEND-REPORT.
            MOVE WS-TITLE-LINE TO OUT-TITLE
            MOVE WS-HDG-LINE TO OUT-HDG
            COMPUTE WS-SEND-LEN = 160 + (WS-OUT-CNT * 80)
            EXEC CICS SEND FROM(WS-OUT-AREA) LENGTH(WS-SEND-LEN)
                ERASE
            END-EXEC.
