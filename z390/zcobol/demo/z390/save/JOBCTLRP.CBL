      ***************************************************************
      * Author.  Maintenance team, following the BATCHWIN style
      * Remarks. Morning report for the JOBCTL job-dependency
      *          controller. Reads the night's BATCHLOG (everything
      *          since the window opened - PARMFIL 'WINDOW-START-TIME',
      *          the same opening JOBCTL uses) and, for every job on
      *          the JOBDEPS dependency table, shows whether it ran
      *          and how it ended, whether it is still held and on
      *          which predecessor, or whether it never ran at all.
      *          A second section lists every hold JOBCTL logged
      *          through the night, in time order, so a job held and
      *          later rerun clean still shows what held it and when.
      *          Report only - nothing is logged or changed.
      ***************************************************************
      * 10/15/26 RPI 2246 INITIAL CODING
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBCTLRP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARMFIL-FILE ASSIGN TO 'PARMFIL'
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY PRM-KEY.
           SELECT BATCH-LOG-IN ASSIGN TO 'BATCHLOG'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT JOBCTL-RPT ASSIGN TO 'JOBCRPT'
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARMFIL-FILE.
           COPY PARMFIL.
       FD  BATCH-LOG-IN.
       01  BL-IN-LINE               PIC X(80).
       FD  JOBCTL-RPT.
       01  RPT-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       COPY BATCHLOG.
       COPY JOBDEPS.
       01  WS-EOF-SW                PIC X VALUE 'N'.
           88  WS-NO-MORE-LOG            VALUE 'Y'.
       01  WS-RUN-DATE.
           02  WS-RUN-YYYY          PIC 9(4).
           02  WS-RUN-MM            PIC 9(2).
           02  WS-RUN-DD            PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).
       01  WS-RUN-TIME.
           02  WS-RUN-HHMM          PIC 9(4).
           02  FILLER               PIC 9(4).

      * THE SAME WINDOW OPENING JOBCTL USES
       01  WS-WIN-START-HHMM        PIC 9(4) VALUE 1800.
       01  WS-WIN-START-DATE        PIC 9(8) VALUE 0.
       01  WS-WIN-START-TS          PIC 9(14) VALUE 0.
       01  WS-ENTRY-TS              PIC 9(14) VALUE 0.

      * EVERY JOB NAMED ON JOBDEPS, AS A JOB OR A PREDECESSOR, WITH
      * ITS LATEST START AND COMPLETION IN THE WINDOW AND THE HOLDS
      * JOBCTL LOGGED AGAINST IT
       01  WS-JOB-CNT               PIC 9(2) VALUE 0.
       01  WS-JOB-TBL.
           02  JOB-ENTRY OCCURS 30 TIMES.
               04  JB-PROGRAM       PIC X(8).
               04  JB-STATUS        PIC X(4).
               04  JB-DONE-TS       PIC 9(14).
               04  JB-DONE-TIME     PIC 9(6).
               04  JB-DETAIL        PIC X(40).
               04  JB-START-TS      PIC 9(14).
               04  JB-HOLD-CNT      PIC 9(3).
       01  WS-JOB-SUB               PIC 9(2).
       01  WS-JD-SUB                PIC 9(2).
       01  WS-FIND-NAME             PIC X(8).
       01  WS-FOUND-SUB             PIC 9(2).

      * JOBCTL'S HOLD ENTRIES, IN THE ORDER LOGGED
       01  WS-HOLD-CNT              PIC 9(3) VALUE 0.
       01  WS-HOLD-TBL.
           02  HOLD-ENTRY OCCURS 100 TIMES.
               04  HL-DATE          PIC 9(8).
               04  HL-TIME          PIC 9(6).
               04  HL-PROGRAM       PIC X(8).
               04  HL-REASON        PIC X(16).
       01  WS-HOLD-SUB              PIC 9(3).

       01  WS-RAN-CNT               PIC 9(2) VALUE 0.
       01  WS-HELD-CNT              PIC 9(2) VALUE 0.
       01  WS-NOT-RUN-CNT           PIC 9(2) VALUE 0.
       01  WS-RUNNING-CNT           PIC 9(2) VALUE 0.

       01  WS-HDG-1.
           02  FILLER       PIC X(32) VALUE
               'OVERNIGHT JOB CHAIN - CONTROLLER'.
           02  FILLER       PIC X(10) VALUE ' RUN DATE '.
           02  HDG-RUN-DATE PIC 9(8).
           02  FILLER       PIC X(16) VALUE '  WINDOW OPENED '.
           02  HDG-WIN-DATE PIC 9(8).
           02  FILLER       PIC X     VALUE SPACE.
           02  HDG-WIN-HHMM PIC 9(4).
       01  WS-HDG-JOBS.
           02  FILLER       PIC X(10) VALUE 'JOB'.
           02  FILLER       PIC X(12) VALUE 'RESULT'.
           02  FILLER       PIC X(8)  VALUE 'TIME'.
           02  FILLER       PIC X(7)  VALUE 'HOLDS'.
           02  FILLER       PIC X(40) VALUE 'DETAIL'.
       01  WS-JOB-LINE.
           02  JL-PROGRAM   PIC X(8).
           02  FILLER       PIC X(2)  VALUE SPACES.
           02  JL-RESULT    PIC X(10).
           02  FILLER       PIC X(2)  VALUE SPACES.
           02  JL-TIME      PIC X(6).
           02  FILLER       PIC X(2)  VALUE SPACES.
           02  JL-HOLDS     PIC ZZ9.
           02  FILLER       PIC X(4)  VALUE SPACES.
           02  JL-DETAIL    PIC X(40).
       01  WS-HDG-HOLDS.
           02  FILLER       PIC X(10) VALUE 'DATE'.
           02  FILLER       PIC X(8)  VALUE 'TIME'.
           02  FILLER       PIC X(10) VALUE 'JOB HELD'.
           02  FILLER       PIC X(30) VALUE 'WAITING ON'.
       01  WS-HOLD-LINE.
           02  HLL-DATE     PIC 9(8).
           02  FILLER       PIC X(2)  VALUE SPACES.
           02  HLL-TIME     PIC 9(6).
           02  FILLER       PIC X(2)  VALUE SPACES.
           02  HLL-PROGRAM  PIC X(8).
           02  FILLER       PIC X(2)  VALUE SPACES.
           02  HLL-REASON   PIC X(16).
       01  WS-SUMMARY-1.
           02  FILLER       PIC X(10) VALUE 'JOBS RAN='.
           02  SUM-RAN      PIC Z9.
           02  FILLER       PIC X(7)  VALUE ' HELD='.
           02  SUM-HELD     PIC Z9.
           02  FILLER       PIC X(10) VALUE ' RUNNING='.
           02  SUM-RUNNING  PIC Z9.
           02  FILLER       PIC X(10) VALUE ' NOT RUN='.
           02  SUM-NOT-RUN  PIC Z9.
           02  FILLER       PIC X(16) VALUE ' HOLDS LOGGED='.
           02  SUM-HOLDS    PIC ZZ9.

       PROCEDURE DIVISION.
       MAINLINE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM READ-WINDOW-PARAMETERS
           PERFORM SET-WINDOW-START
           PERFORM LOAD-CHAIN-JOBS
           OPEN INPUT BATCH-LOG-IN
           PERFORM READ-LOG-ENTRY
           PERFORM UNTIL WS-NO-MORE-LOG
               MOVE BL-IN-LINE TO BATCHLOG-REC
               PERFORM NOTE-LOG-ENTRY
               PERFORM READ-LOG-ENTRY
           END-PERFORM
           CLOSE BATCH-LOG-IN
           OPEN OUTPUT JOBCTL-RPT
           PERFORM WRITE-HEADINGS
           PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                   UNTIL WS-JOB-SUB > WS-JOB-CNT
               PERFORM WRITE-JOB-LINE
           END-PERFORM
           PERFORM WRITE-HOLDS-SECTION
           PERFORM WRITE-SUMMARY-LINE
           CLOSE JOBCTL-RPT
           DISPLAY 'JOBCTLRP JOBS RAN:     ' WS-RAN-CNT
           DISPLAY 'JOBCTLRP JOBS HELD:    ' WS-HELD-CNT
           DISPLAY 'JOBCTLRP NOT RUN:      ' WS-NOT-RUN-CNT
           DISPLAY 'JOBCTLRP HOLDS LOGGED: ' WS-HOLD-CNT
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
           CLOSE PARMFIL-FILE
           IF WS-WIN-START-HHMM > 2359
               MOVE 1800 TO WS-WIN-START-HHMM
           END-IF.

      * RUN IN THE MORNING, BEFORE THE OPENING TIME, THE WINDOW IS
      * THE ONE THAT OPENED YESTERDAY EVENING
       SET-WINDOW-START.
           ACCEPT WS-RUN-TIME FROM TIME
           IF WS-RUN-HHMM < WS-WIN-START-HHMM
               COMPUTE WS-WIN-START-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) - 1)
           ELSE
               MOVE WS-RUN-DATE-NUM TO WS-WIN-START-DATE
           END-IF
           COMPUTE WS-WIN-START-TS =
               WS-WIN-START-DATE * 1000000 + WS-WIN-START-HHMM * 100.

      * EACH DISTINCT NAME ON THE TABLE ONCE, IN TABLE ORDER - A
      * PREDECESSOR IS LISTED JUST AHEAD OF THE FIRST JOB NEEDING IT
       LOAD-CHAIN-JOBS.
           PERFORM VARYING WS-JD-SUB FROM 1 BY 1
                   UNTIL WS-JD-SUB > JD-ENTRY-CNT
               MOVE JD-PREDECESSOR(WS-JD-SUB) TO WS-FIND-NAME
               PERFORM ADD-CHAIN-JOB
               MOVE JD-JOB(WS-JD-SUB) TO WS-FIND-NAME
               PERFORM ADD-CHAIN-JOB
           END-PERFORM.

       ADD-CHAIN-JOB.
           PERFORM FIND-CHAIN-JOB
           IF WS-FOUND-SUB = 0 AND WS-JOB-CNT < 30
               ADD 1 TO WS-JOB-CNT
               MOVE WS-FIND-NAME TO JB-PROGRAM(WS-JOB-CNT)
               MOVE SPACES TO JB-STATUS(WS-JOB-CNT)
               MOVE SPACES TO JB-DETAIL(WS-JOB-CNT)
               MOVE 0 TO JB-DONE-TS(WS-JOB-CNT)
               MOVE 0 TO JB-DONE-TIME(WS-JOB-CNT)
               MOVE 0 TO JB-START-TS(WS-JOB-CNT)
               MOVE 0 TO JB-HOLD-CNT(WS-JOB-CNT)
           END-IF.

       FIND-CHAIN-JOB.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-JOB-SUB FROM 1 BY 1
                   UNTIL WS-JOB-SUB > WS-JOB-CNT
                      OR WS-FOUND-SUB > 0
               IF JB-PROGRAM(WS-JOB-SUB) = WS-FIND-NAME
                   MOVE WS-JOB-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.

       READ-LOG-ENTRY.
           READ BATCH-LOG-IN
               AT END SET WS-NO-MORE-LOG TO TRUE
           END-READ.

      * LATEST START AND COMPLETION PER CHAIN JOB INSIDE THE WINDOW;
      * A HOLD JOBCTL WROTE IS ALSO KEPT FOR THE HOLDS SECTION
       NOTE-LOG-ENTRY.
           IF BL-RUN-DATE IS NUMERIC AND BL-RUN-TIME IS NUMERIC
               COMPUTE WS-ENTRY-TS =
                   BL-RUN-DATE * 1000000 + BL-RUN-TIME
               IF WS-ENTRY-TS NOT < WS-WIN-START-TS
                   MOVE BL-PROGRAM TO WS-FIND-NAME
                   PERFORM FIND-CHAIN-JOB
                   IF WS-FOUND-SUB > 0
                       PERFORM NOTE-CHAIN-JOB-ENTRY
                   END-IF
               END-IF
           END-IF.

       NOTE-CHAIN-JOB-ENTRY.
           IF BL-STATUS = 'STRT'
               MOVE WS-ENTRY-TS TO JB-START-TS(WS-FOUND-SUB)
           ELSE
           IF BL-STATUS NOT = 'ARCH'
               MOVE WS-ENTRY-TS TO JB-DONE-TS(WS-FOUND-SUB)
               MOVE BL-RUN-TIME TO JB-DONE-TIME(WS-FOUND-SUB)
               MOVE BL-STATUS   TO JB-STATUS(WS-FOUND-SUB)
               MOVE BL-DETAIL   TO JB-DETAIL(WS-FOUND-SUB)
               IF BL-STATUS = 'HOLD'
                       AND BL-DETAIL(1:14) = 'HELD BY JOBCTL'
                   ADD 1 TO JB-HOLD-CNT(WS-FOUND-SUB)
                   IF WS-HOLD-CNT < 100
                       ADD 1 TO WS-HOLD-CNT
                       MOVE BL-RUN-DATE  TO HL-DATE(WS-HOLD-CNT)
                       MOVE BL-RUN-TIME  TO HL-TIME(WS-HOLD-CNT)
                       MOVE BL-PROGRAM   TO HL-PROGRAM(WS-HOLD-CNT)
                       MOVE BL-DETAIL(18:16)
                           TO HL-REASON(WS-HOLD-CNT)
                   END-IF
               END-IF
           END-IF
           END-IF.

       WRITE-HEADINGS.
           MOVE WS-RUN-DATE-NUM   TO HDG-RUN-DATE
           MOVE WS-WIN-START-DATE TO HDG-WIN-DATE
           MOVE WS-WIN-START-HHMM TO HDG-WIN-HHMM
           MOVE WS-HDG-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HDG-JOBS TO RPT-LINE
           WRITE RPT-LINE.

      * RUNNING (A START AFTER THE LATEST COMPLETION), NOT RUN (NO
      * COMPLETION IN THE WINDOW), HELD (THE LATEST WORD IS A HOLD),
      * OR RAN WITH ITS OWN STATUS AND DETAIL
       WRITE-JOB-LINE.
           MOVE SPACES TO WS-JOB-LINE
           MOVE JB-PROGRAM(WS-JOB-SUB)  TO JL-PROGRAM
           MOVE JB-HOLD-CNT(WS-JOB-SUB) TO JL-HOLDS
           IF JB-START-TS(WS-JOB-SUB) > JB-DONE-TS(WS-JOB-SUB)
               MOVE 'RUNNING' TO JL-RESULT
               ADD 1 TO WS-RUNNING-CNT
           ELSE
           IF JB-STATUS(WS-JOB-SUB) = SPACES
               MOVE 'NOT RUN' TO JL-RESULT
               ADD 1 TO WS-NOT-RUN-CNT
           ELSE
               MOVE JB-DONE-TIME(WS-JOB-SUB) TO JL-TIME
               MOVE JB-DETAIL(WS-JOB-SUB)    TO JL-DETAIL
               IF JB-STATUS(WS-JOB-SUB) = 'HOLD'
                       OR JB-STATUS(WS-JOB-SUB) = 'HELD'
                   MOVE 'HELD' TO JL-RESULT
                   ADD 1 TO WS-HELD-CNT
               ELSE
                   STRING 'RAN ' JB-STATUS(WS-JOB-SUB)
                       DELIMITED BY SIZE INTO JL-RESULT
                   ADD 1 TO WS-RAN-CNT
               END-IF
           END-IF
           END-IF
           MOVE WS-JOB-LINE TO RPT-LINE
           WRITE RPT-LINE.

       WRITE-HOLDS-SECTION.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'HOLDS LOGGED BY JOBCTL TONIGHT:' TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HDG-HOLDS TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > WS-HOLD-CNT
               MOVE HL-DATE(WS-HOLD-SUB)    TO HLL-DATE
               MOVE HL-TIME(WS-HOLD-SUB)    TO HLL-TIME
               MOVE HL-PROGRAM(WS-HOLD-SUB) TO HLL-PROGRAM
               MOVE HL-REASON(WS-HOLD-SUB)  TO HLL-REASON
               MOVE WS-HOLD-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           IF WS-HOLD-CNT = 0
               MOVE '  (NONE - NO JOB WAS HELD)' TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       WRITE-SUMMARY-LINE.
           MOVE WS-RAN-CNT     TO SUM-RAN
           MOVE WS-HELD-CNT    TO SUM-HELD
           MOVE WS-RUNNING-CNT TO SUM-RUNNING
           MOVE WS-NOT-RUN-CNT TO SUM-NOT-RUN
           MOVE WS-HOLD-CNT    TO SUM-HOLDS
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SUMMARY-1 TO RPT-LINE
           WRITE RPT-LINE.
