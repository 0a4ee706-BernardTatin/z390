      ***************************************************************
      * Author.  Maintenance team, following the BATCHTRD style
      * Remarks. Batch-window elapsed-time and critical-path report.
      *          BATCHWIN pairs tonight's starts and completions but
      *          only shows each job's seconds in isolation, and
      *          BATCHTRD trends failures, not run time - so a job
      *          that has doubled its run time over a month, or a
      *          window that now finishes just ahead of the online
      *          region opening, shows up nowhere. This walks the
      *          whole BATCHLOG, pairs every 'STRT' with the same
      *          program's next completion into an elapsed time (in
      *          true seconds across midnight, from the YYYYMMDD run
      *          date), and reports:
      *            - tonight's elapsed time for every job against
      *              its own average over the trailing 30 days, with
      *              the jobs running more than PARMFIL
      *              'ELAPSED-FLAG-PCT' percent over that norm
      *              flagged;
      *            - the critical path - the longest chain of
      *              dependent jobs on the JOBDEPS table, walked back
      *              from the chain job that finished last through
      *              whichever predecessor finished last at each step
      *              - and its finish time against the PARMFIL
      *              'WINDOW-END-TARGET' time, with the slack or
      *              overrun in minutes.
      *          Tonight is everything since the window opened at
      *          PARMFIL 'WINDOW-START-TIME', the same opening JOBCTL
      *          uses. HOLD/HELD completions end a start without a
      *          timing - a held run says nothing about how long the
      *          job takes - and an 'ARCH' interim capture leaves the
      *          start standing. Report only - nothing is logged.
      ***************************************************************
      * 10/15/26 RPI 2247 INITIAL CODING
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHELP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARMFIL-FILE ASSIGN TO 'PARMFIL'
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY PRM-KEY.
           SELECT BATCH-LOG-FILE ASSIGN TO 'BATCHLOG'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BATCHELP-RPT ASSIGN TO 'BATCELRP'
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARMFIL-FILE.
           COPY PARMFIL.
       FD  BATCH-LOG-FILE.
       01  BL-LINE              PIC X(80).
       FD  BATCHELP-RPT.
       01  RPT-LINE             PIC X(100).
       WORKING-STORAGE SECTION.
       COPY BATCHLOG.
       COPY JOBDEPS.
       01  WS-EOF-SW            PIC X VALUE 'N'.
           88  WS-NO-MORE-LOG        VALUE 'Y'.
       01  WS-RUN-DATE          PIC 9(8).
       01  WS-RUN-TIME.
           02  WS-RUN-HHMM      PIC 9(4).
           02  FILLER           PIC 9(4).
       01  WS-ENTRY-CNT         PIC 9(5) VALUE 0.
       01  WS-WINDOW-DAYS       PIC 9(3) VALUE 30.

      * PARMFIL SETTINGS AND THEIR DEFAULTS
       01  WS-WIN-START-HHMM    PIC 9(4) VALUE 1800.
       01  WS-WIN-END-HHMM      PIC 9(4) VALUE 0600.
       01  WS-FLAG-PCT          PIC 9(3) VALUE 50.

      * EVERY TIME BELOW IS ABSOLUTE SECONDS - THE INTEGER-OF-DATE
      * DAY NUMBER TIMES 86400 PLUS THE SECONDS INTO THE DAY - SO A
      * JOB RUNNING ACROSS MIDNIGHT TIMES CORRECTLY
       01  WS-WIN-START-DATE    PIC 9(8).
       01  WS-WIN-START-SECS    PIC 9(12).
       01  WS-HIST-START-SECS   PIC 9(12).
       01  WS-TARGET-DATE       PIC 9(8).
       01  WS-TARGET-SECS       PIC 9(12).
       01  WS-ENTRY-SECS        PIC 9(12).
       01  WS-ELAPSED-SECS      PIC 9(7).
       01  WS-TIME-HHMMSS       PIC 9(6).
       01  WS-TIME-HHMMSS-R REDEFINES WS-TIME-HHMMSS.
           02  WS-TIME-HH       PIC 9(2).
           02  WS-TIME-MM       PIC 9(2).
           02  WS-TIME-SS       PIC 9(2).

      * ONE ENTRY PER PROGRAM ON BATCHLOG: THE START WAITING FOR ITS
      * COMPLETION, THE 30-DAY HISTORY BEFORE TONIGHT, AND TONIGHT'S
      * LATEST TIMED RUN
       01  WS-ELP-TBL.
           02  ELP-ENTRY OCCURS 100 TIMES.
               04  ELP-PROGRAM      PIC X(8).
               04  ELP-PEND-SECS    PIC 9(12).
               04  ELP-PEND-TIME    PIC 9(6).
               04  ELP-HIST-SECS    PIC 9(9).
               04  ELP-HIST-CNT     PIC 9(3).
               04  ELP-TON-START    PIC 9(6).
               04  ELP-TON-END      PIC 9(6).
               04  ELP-TON-START-SECS PIC 9(12).
               04  ELP-TON-END-SECS PIC 9(12).
               04  ELP-TON-ELAPSED  PIC 9(7).
       01  WS-ELP-CNT            PIC 9(3) VALUE 0.
       01  WS-ELP-SUB            PIC 9(3).
       01  WS-ELP-FULL-SW        PIC X VALUE 'N'.
           88  WS-ELP-TBL-IS-FULL    VALUE 'Y'.
       01  WS-ELP-DROPPED-CNT    PIC 9(5) VALUE 0.
       01  WS-FIND-NAME          PIC X(8).
       01  WS-FOUND-SUB          PIC 9(3).
       01  WS-AVG-SECS           PIC 9(7).
       01  WS-OVER-PCT           PIC S9(5).
       01  WS-TIMED-CNT          PIC 9(3) VALUE 0.
       01  WS-FLAGGED-CNT        PIC 9(3) VALUE 0.
       01  WS-INFLIGHT-CNT       PIC 9(3) VALUE 0.

      * THE CRITICAL PATH, COLLECTED FROM THE LAST JOB BACKWARDS -
      * NEVER LONGER THAN THE DEPENDENCY TABLE ITSELF
       01  WS-PATH-TBL.
           02  PATH-ENTRY OCCURS 15 TIMES.
               04  PATH-SUB         PIC 9(3).
       01  WS-PATH-CNT           PIC 9(2) VALUE 0.
       01  WS-PATH-IDX           PIC 9(2).
       01  WS-JD-SUB             PIC 9(2).
       01  WS-CUR-SUB            PIC 9(3).
       01  WS-BEST-SUB           PIC 9(3).
       01  WS-BEST-END-SECS      PIC 9(12).
       01  WS-PATH-SECS          PIC 9(7).
       01  WS-SLACK-MINS         PIC S9(5).

       01  WS-HDG-1.
           02  FILLER       PIC X(34) VALUE
               'BATCH WINDOW ELAPSED TIME'.
           02  FILLER       PIC X(10) VALUE 'RUN DATE '.
           02  HDG-RUN-DATE PIC 9(8).
           02  FILLER       PIC X(16) VALUE '  WINDOW OPENED '.
           02  HDG-WIN-DATE PIC 9(8).
           02  FILLER       PIC X     VALUE SPACE.
           02  HDG-WIN-HHMM PIC 9(4).
       01  WS-HDG-2.
           02  FILLER       PIC X(10) VALUE 'PROGRAM'.
           02  FILLER       PIC X(8)  VALUE 'START'.
           02  FILLER       PIC X(8)  VALUE 'END'.
           02  FILLER       PIC X(9)  VALUE 'ELAPSED'.
           02  FILLER       PIC X(9)  VALUE '30D AVG'.
           02  FILLER       PIC X(5)  VALUE 'RUNS'.
           02  FILLER       PIC X(8)  VALUE 'VS AVG%'.
           02  FILLER       PIC X(12) VALUE 'FLAG'.
       01  WS-DETAIL-LINE.
           02  DET-PROGRAM  PIC X(8).
           02  FILLER       PIC X(2)  VALUE SPACES.
           02  DET-START    PIC X(6).
           02  FILLER       PIC X(2)  VALUE SPACES.
           02  DET-END      PIC X(6).
           02  FILLER       PIC X(2)  VALUE SPACES.
           02  DET-ELAPSED  PIC ZZZZZZ9.
           02  FILLER       PIC X(2)  VALUE SPACES.
           02  DET-AVG      PIC ZZZZZZ9.
           02  FILLER       PIC X(2)  VALUE SPACES.
           02  DET-RUNS     PIC ZZ9.
           02  FILLER       PIC X(2)  VALUE SPACES.
           02  DET-PCT      PIC -ZZZZ9.
           02  FILLER       PIC X(2)  VALUE SPACES.
           02  DET-FLAG     PIC X(16).
       01  WS-HDG-PATH.
           02  FILLER       PIC X(10) VALUE 'PATH JOB'.
           02  FILLER       PIC X(8)  VALUE 'START'.
           02  FILLER       PIC X(8)  VALUE 'END'.
           02  FILLER       PIC X(9)  VALUE 'ELAPSED'.
       01  WS-PATH-LINE.
           02  PTH-PROGRAM  PIC X(8).
           02  FILLER       PIC X(2)  VALUE SPACES.
           02  PTH-START    PIC 9(6).
           02  FILLER       PIC X(2)  VALUE SPACES.
           02  PTH-END      PIC 9(6).
           02  FILLER       PIC X(2)  VALUE SPACES.
           02  PTH-ELAPSED  PIC ZZZZZZ9.
       01  WS-PATH-TOTAL-LINE.
           02  FILLER       PIC X(14) VALUE 'CHAIN FINISHED'.
           02  PTT-END      PIC 9(6).
           02  FILLER       PIC X(10) VALUE '  ELAPSED '.
           02  PTT-ELAPSED  PIC ZZZZZZ9.
           02  FILLER       PIC X(10) VALUE '  TARGET '.
           02  PTT-TARGET   PIC 9(4).
           02  FILLER       PIC X(9)  VALUE '  SLACK '.
           02  PTT-SLACK    PIC -ZZZZ9.
           02  FILLER       PIC X(5)  VALUE ' MIN '.
           02  PTT-FLAG     PIC X(12).
       01  WS-SUMMARY-LINE.
           02  FILLER       PIC X(12) VALUE 'JOBS TIMED='.
           02  SUM-TIMED    PIC ZZ9.
           02  FILLER       PIC X(16) VALUE '  OVER NORM='.
           02  SUM-FLAGGED  PIC ZZ9.
           02  FILLER       PIC X(14) VALUE '  IN FLIGHT='.
           02  SUM-INFLIGHT PIC ZZ9.
           02  FILLER       PIC X(17) VALUE '  FLAG THRESHOLD='.
           02  SUM-FLAG-PCT PIC ZZ9.
           02  FILLER       PIC X     VALUE '%'.

       PROCEDURE DIVISION.
       MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM READ-WINDOW-PARAMETERS
           PERFORM SET-WINDOW-LIMITS
           OPEN INPUT BATCH-LOG-FILE
           PERFORM READ-LOG-ENTRY
           PERFORM UNTIL WS-NO-MORE-LOG
               PERFORM PAIR-LOG-ENTRY
               PERFORM READ-LOG-ENTRY
           END-PERFORM
           CLOSE BATCH-LOG-FILE
           OPEN OUTPUT BATCHELP-RPT
           PERFORM WRITE-REPORT-HEADING
           PERFORM VARYING WS-ELP-SUB FROM 1 BY 1
                   UNTIL WS-ELP-SUB > WS-ELP-CNT
               PERFORM WRITE-ELAPSED-LINE
           END-PERFORM
           PERFORM FIND-CRITICAL-PATH
           PERFORM WRITE-CRITICAL-PATH
           PERFORM WRITE-SUMMARY-LINE
           CLOSE BATCHELP-RPT
           DISPLAY 'BATCHELP ENTRIES READ:   ' WS-ENTRY-CNT
           DISPLAY 'BATCHELP JOBS TIMED:     ' WS-TIMED-CNT
           DISPLAY 'BATCHELP OVER NORM:      ' WS-FLAGGED-CNT
           IF WS-ELP-TBL-IS-FULL
               DISPLAY 'BATCHELP WARNING - WS-ELP-TBL FILLED AT '
                   WS-ELP-CNT ' PROGRAMS - ' WS-ELP-DROPPED-CNT
                   ' ENTRY(S) FOR PROGRAMS BEYOND THAT '
                   'ARE MISSING FROM THE REPORT THIS RUN'
           END-IF
           STOP RUN.

       READ-WINDOW-PARAMETERS.
           OPEN INPUT PARMFIL-FILE
           MOVE 'WINDOW-START-TIME' TO PRM-NAME
           READ PARMFIL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PRM-VALUE NOT = SPACES
                       COMPUTE WS-WIN-START-HHMM =
                           FUNCTION NUMVAL(PRM-VALUE)
                   END-IF
           END-READ
           MOVE 'WINDOW-END-TARGET' TO PRM-NAME
           READ PARMFIL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PRM-VALUE NOT = SPACES
                       COMPUTE WS-WIN-END-HHMM =
                           FUNCTION NUMVAL(PRM-VALUE)
                   END-IF
           END-READ
           MOVE 'ELAPSED-FLAG-PCT' TO PRM-NAME
           READ PARMFIL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PRM-VALUE NOT = SPACES
                       COMPUTE WS-FLAG-PCT =
                           FUNCTION NUMVAL(PRM-VALUE)
                   END-IF
           END-READ
           CLOSE PARMFIL-FILE
           IF WS-WIN-START-HHMM > 2359
               MOVE 1800 TO WS-WIN-START-HHMM
           END-IF
           IF WS-WIN-END-HHMM > 2359
               MOVE 0600 TO WS-WIN-END-HHMM
           END-IF.

      * TONIGHT OPENED TODAY AT THE WINDOW START, OR YESTERDAY WHEN
      * RUN BEFORE THAT TIME; THE TARGET END IS THE FIRST TARGET TIME
      * AFTER THE OPENING; THE HISTORY IS THE 30 DAYS BEFORE TONIGHT
       SET-WINDOW-LIMITS.
           ACCEPT WS-RUN-TIME FROM TIME
           IF WS-RUN-HHMM < WS-WIN-START-HHMM
               COMPUTE WS-WIN-START-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)
           ELSE
               MOVE WS-RUN-DATE TO WS-WIN-START-DATE
           END-IF
           MOVE WS-WIN-START-DATE TO BL-RUN-DATE
           COMPUTE BL-RUN-TIME = WS-WIN-START-HHMM * 100
           PERFORM COMPUTE-ENTRY-SECS
           MOVE WS-ENTRY-SECS TO WS-WIN-START-SECS
           COMPUTE WS-HIST-START-SECS =
               WS-WIN-START-SECS - (WS-WINDOW-DAYS * 86400)
           IF WS-WIN-END-HHMM > WS-WIN-START-HHMM
               MOVE WS-WIN-START-DATE TO WS-TARGET-DATE
           ELSE
               COMPUTE WS-TARGET-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-WIN-START-DATE) + 1)
           END-IF
           MOVE WS-TARGET-DATE TO BL-RUN-DATE
           COMPUTE BL-RUN-TIME = WS-WIN-END-HHMM * 100
           PERFORM COMPUTE-ENTRY-SECS
           MOVE WS-ENTRY-SECS TO WS-TARGET-SECS.

       READ-LOG-ENTRY.
           READ BATCH-LOG-FILE
               AT END SET WS-NO-MORE-LOG TO TRUE
           END-READ
           IF NOT WS-NO-MORE-LOG
               MOVE BL-LINE TO BATCHLOG-REC
               ADD 1 TO WS-ENTRY-CNT
           END-IF.

       COMPUTE-ENTRY-SECS.
           MOVE BL-RUN-TIME TO WS-TIME-HHMMSS
           COMPUTE WS-ENTRY-SECS =
               FUNCTION INTEGER-OF-DATE(BL-RUN-DATE) * 86400
               + (WS-TIME-HH * 3600) + (WS-TIME-MM * 60) + WS-TIME-SS.

      * A START WAITS ON ITS PROGRAM'S ENTRY; THE NEXT COMPLETION
      * (OTHER THAN AN 'ARCH' CAPTURE) ENDS IT. A TIMED RUN ENDING
      * TONIGHT IS TONIGHT'S (THE LATEST WINS ON A RERUN); ONE ENDING
      * IN THE 30 DAYS BEFORE GOES INTO THAT PROGRAM'S NORM
       PAIR-LOG-ENTRY.
           IF BL-RUN-DATE IS NUMERIC AND BL-RUN-TIME IS NUMERIC
                   AND BL-STATUS NOT = 'ARCH'
               PERFORM COMPUTE-ENTRY-SECS
               IF WS-ENTRY-SECS NOT < WS-HIST-START-SECS
                   PERFORM FIND-OR-ADD-PROGRAM
                   IF WS-FOUND-SUB > 0
                       PERFORM PAIR-PROGRAM-ENTRY
                   END-IF
               END-IF
           END-IF.

       PAIR-PROGRAM-ENTRY.
           IF BL-STATUS = 'STRT'
               MOVE WS-ENTRY-SECS TO ELP-PEND-SECS(WS-FOUND-SUB)
               MOVE BL-RUN-TIME   TO ELP-PEND-TIME(WS-FOUND-SUB)
           ELSE
               IF ELP-PEND-SECS(WS-FOUND-SUB) > 0
                   IF BL-STATUS NOT = 'HOLD' AND BL-STATUS NOT = 'HELD'
                       COMPUTE WS-ELAPSED-SECS = WS-ENTRY-SECS
                           - ELP-PEND-SECS(WS-FOUND-SUB)
                       PERFORM FILE-TIMED-RUN
                   END-IF
                   MOVE 0 TO ELP-PEND-SECS(WS-FOUND-SUB)
               END-IF
           END-IF.

       FILE-TIMED-RUN.
           IF WS-ENTRY-SECS NOT < WS-WIN-START-SECS
               MOVE ELP-PEND-TIME(WS-FOUND-SUB)
                   TO ELP-TON-START(WS-FOUND-SUB)
               MOVE ELP-PEND-SECS(WS-FOUND-SUB)
                   TO ELP-TON-START-SECS(WS-FOUND-SUB)
               MOVE BL-RUN-TIME     TO ELP-TON-END(WS-FOUND-SUB)
               MOVE WS-ENTRY-SECS   TO ELP-TON-END-SECS(WS-FOUND-SUB)
               MOVE WS-ELAPSED-SECS TO ELP-TON-ELAPSED(WS-FOUND-SUB)
           ELSE
               ADD WS-ELAPSED-SECS TO ELP-HIST-SECS(WS-FOUND-SUB)
               ADD 1 TO ELP-HIST-CNT(WS-FOUND-SUB)
           END-IF.

       FIND-OR-ADD-PROGRAM.
           MOVE BL-PROGRAM TO WS-FIND-NAME
           PERFORM FIND-PROGRAM
           IF WS-FOUND-SUB = 0
               IF WS-ELP-CNT < 100
                   ADD 1 TO WS-ELP-CNT
                   MOVE WS-ELP-CNT TO WS-FOUND-SUB
                   MOVE BL-PROGRAM TO ELP-PROGRAM(WS-FOUND-SUB)
                   MOVE 0 TO ELP-PEND-SECS(WS-FOUND-SUB)
                   MOVE 0 TO ELP-PEND-TIME(WS-FOUND-SUB)
                   MOVE 0 TO ELP-HIST-SECS(WS-FOUND-SUB)
                   MOVE 0 TO ELP-HIST-CNT(WS-FOUND-SUB)
                   MOVE 0 TO ELP-TON-START(WS-FOUND-SUB)
                   MOVE 0 TO ELP-TON-END(WS-FOUND-SUB)
                   MOVE 0 TO ELP-TON-START-SECS(WS-FOUND-SUB)
                   MOVE 0 TO ELP-TON-END-SECS(WS-FOUND-SUB)
                   MOVE 0 TO ELP-TON-ELAPSED(WS-FOUND-SUB)
               ELSE
                   SET WS-ELP-TBL-IS-FULL TO TRUE
                   ADD 1 TO WS-ELP-DROPPED-CNT
               END-IF
           END-IF.

       FIND-PROGRAM.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-ELP-SUB FROM 1 BY 1
                   UNTIL WS-ELP-SUB > WS-ELP-CNT
               IF ELP-PROGRAM(WS-ELP-SUB) = WS-FIND-NAME
                   MOVE WS-ELP-SUB TO WS-FOUND-SUB
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-REPORT-HEADING.
           MOVE WS-RUN-DATE       TO HDG-RUN-DATE
           MOVE WS-WIN-START-DATE TO HDG-WIN-DATE
           MOVE WS-WIN-START-HHMM TO HDG-WIN-HHMM
           MOVE WS-HDG-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HDG-2 TO RPT-LINE
           WRITE RPT-LINE.

      * ONE LINE PER PROGRAM TIMED TONIGHT OR STILL IN FLIGHT, WITH
      * ITS 30-DAY NORM AND HOW FAR TONIGHT IS ABOVE OR BELOW IT
       WRITE-ELAPSED-LINE.
           IF ELP-PEND-SECS(WS-ELP-SUB) NOT < WS-WIN-START-SECS
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE ELP-PROGRAM(WS-ELP-SUB)   TO DET-PROGRAM
               MOVE ELP-PEND-TIME(WS-ELP-SUB) TO DET-START
               MOVE 'IN FLIGHT'                TO DET-FLAG
               ADD 1 TO WS-INFLIGHT-CNT
               MOVE WS-DETAIL-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           IF ELP-TON-END-SECS(WS-ELP-SUB) > 0
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE ELP-PROGRAM(WS-ELP-SUB)     TO DET-PROGRAM
               MOVE ELP-TON-START(WS-ELP-SUB)   TO DET-START
               MOVE ELP-TON-END(WS-ELP-SUB)     TO DET-END
               MOVE ELP-TON-ELAPSED(WS-ELP-SUB) TO DET-ELAPSED
               MOVE ELP-HIST-CNT(WS-ELP-SUB)    TO DET-RUNS
               ADD 1 TO WS-TIMED-CNT
               IF ELP-HIST-CNT(WS-ELP-SUB) = 0
                   MOVE 'NO NORM YET' TO DET-FLAG
               ELSE
                   COMPUTE WS-AVG-SECS ROUNDED =
                       ELP-HIST-SECS(WS-ELP-SUB) /
                       ELP-HIST-CNT(WS-ELP-SUB)
                   MOVE WS-AVG-SECS TO DET-AVG
                   PERFORM CHECK-OVER-NORM
               END-IF
               MOVE WS-DETAIL-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      * A ZERO-SECOND NORM (A JOB THAT ALWAYS FINISHES INSIDE THE
      * SAME SECOND) HAS NO PERCENTAGE - ANY RUN OVER A SECOND ON
      * ONE IS FLAGGED OUTRIGHT
       CHECK-OVER-NORM.
           IF WS-AVG-SECS = 0
               MOVE 0 TO WS-OVER-PCT
               IF ELP-TON-ELAPSED(WS-ELP-SUB) > 1
                   MOVE '*OVER NORM*' TO DET-FLAG
                   ADD 1 TO WS-FLAGGED-CNT
               END-IF
           ELSE
               COMPUTE WS-OVER-PCT ROUNDED =
                   (ELP-TON-ELAPSED(WS-ELP-SUB) - WS-AVG-SECS)
                   * 100 / WS-AVG-SECS
               IF WS-OVER-PCT > WS-FLAG-PCT
                   MOVE '*OVER NORM*' TO DET-FLAG
                   ADD 1 TO WS-FLAGGED-CNT
               END-IF
           END-IF
           MOVE WS-OVER-PCT TO DET-PCT.

      * START AT THE DEPENDENCY-TABLE JOB THAT FINISHED LAST TONIGHT
      * AND STEP BACK THROUGH WHICHEVER OF ITS PREDECESSORS FINISHED
      * LAST - THAT IS THE CHAIN THE WINDOW'S END WAITED ON
       FIND-CRITICAL-PATH.
           MOVE 0 TO WS-BEST-SUB
           MOVE 0 TO WS-BEST-END-SECS
           PERFORM VARYING WS-JD-SUB FROM 1 BY 1
                   UNTIL WS-JD-SUB > JD-ENTRY-CNT
               MOVE JD-JOB(WS-JD-SUB) TO WS-FIND-NAME
               PERFORM NOTE-LATER-FINISH
               MOVE JD-PREDECESSOR(WS-JD-SUB) TO WS-FIND-NAME
               PERFORM NOTE-LATER-FINISH
           END-PERFORM
           MOVE 0 TO WS-PATH-CNT
           MOVE WS-BEST-SUB TO WS-CUR-SUB
           PERFORM UNTIL WS-CUR-SUB = 0 OR WS-PATH-CNT = 15
               ADD 1 TO WS-PATH-CNT
               MOVE WS-CUR-SUB TO PATH-SUB(WS-PATH-CNT)
               MOVE 0 TO WS-BEST-SUB
               MOVE 0 TO WS-BEST-END-SECS
               PERFORM VARYING WS-JD-SUB FROM 1 BY 1
                       UNTIL WS-JD-SUB > JD-ENTRY-CNT
                   IF JD-JOB(WS-JD-SUB) = ELP-PROGRAM(WS-CUR-SUB)
                       MOVE JD-PREDECESSOR(WS-JD-SUB) TO WS-FIND-NAME
                       PERFORM NOTE-LATER-FINISH
                   END-IF
               END-PERFORM
               MOVE WS-BEST-SUB TO WS-CUR-SUB
           END-PERFORM.

       NOTE-LATER-FINISH.
           PERFORM FIND-PROGRAM
           IF WS-FOUND-SUB > 0
               IF ELP-TON-END-SECS(WS-FOUND-SUB) > WS-BEST-END-SECS
                   MOVE WS-FOUND-SUB TO WS-BEST-SUB
                   MOVE ELP-TON-END-SECS(WS-FOUND-SUB)
                       TO WS-BEST-END-SECS
               END-IF
           END-IF.

       WRITE-CRITICAL-PATH.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'CRITICAL PATH (JOBDEPS CHAIN THAT FINISHED LAST):'
               TO RPT-LINE
           WRITE RPT-LINE
           IF WS-PATH-CNT = 0
               MOVE '  (NONE - NO CHAIN JOB TIMED TONIGHT)' TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE WS-HDG-PATH TO RPT-LINE
               WRITE RPT-LINE
               PERFORM VARYING WS-PATH-IDX FROM WS-PATH-CNT BY -1
                       UNTIL WS-PATH-IDX < 1
                   MOVE PATH-SUB(WS-PATH-IDX) TO WS-CUR-SUB
                   MOVE ELP-PROGRAM(WS-CUR-SUB)     TO PTH-PROGRAM
                   MOVE ELP-TON-START(WS-CUR-SUB)   TO PTH-START
                   MOVE ELP-TON-END(WS-CUR-SUB)     TO PTH-END
                   MOVE ELP-TON-ELAPSED(WS-CUR-SUB) TO PTH-ELAPSED
                   MOVE WS-PATH-LINE TO RPT-LINE
                   WRITE RPT-LINE
               END-PERFORM
               PERFORM WRITE-PATH-TOTAL
           END-IF.

      * FIRST START ON THE PATH TO LAST FINISH, AND THE MINUTES LEFT
      * BEFORE THE TARGET (NEGATIVE WHEN THE CHAIN RAN PAST IT)
       WRITE-PATH-TOTAL.
           MOVE PATH-SUB(1) TO WS-CUR-SUB
           MOVE PATH-SUB(WS-PATH-CNT) TO WS-BEST-SUB
           COMPUTE WS-PATH-SECS =
               ELP-TON-END-SECS(WS-CUR-SUB)
               - ELP-TON-START-SECS(WS-BEST-SUB)
           COMPUTE WS-SLACK-MINS =
               (WS-TARGET-SECS - ELP-TON-END-SECS(WS-CUR-SUB)) / 60
           MOVE SPACES TO PTT-FLAG
           MOVE ELP-TON-END(WS-CUR-SUB) TO PTT-END
           MOVE WS-PATH-SECS    TO PTT-ELAPSED
           MOVE WS-WIN-END-HHMM TO PTT-TARGET
           MOVE WS-SLACK-MINS   TO PTT-SLACK
           IF ELP-TON-END-SECS(WS-CUR-SUB) > WS-TARGET-SECS
               MOVE '*PAST TARGET' TO PTT-FLAG
           END-IF
           MOVE WS-PATH-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       WRITE-SUMMARY-LINE.
           MOVE WS-TIMED-CNT    TO SUM-TIMED
           MOVE WS-FLAGGED-CNT  TO SUM-FLAGGED
           MOVE WS-INFLIGHT-CNT TO SUM-INFLIGHT
           MOVE WS-FLAG-PCT     TO SUM-FLAG-PCT
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE.
