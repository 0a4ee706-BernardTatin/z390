      ***************************************************************
      * Author.  Maintenance team, following the GUI6GATE style
      * Remarks. Job-dependency controller for the overnight batch
      *          chain. The order of the window used to live only in
      *          the JCL, and GUI6GATE was the one step that stopped
      *          anything downstream of a failure - a failed BREADLD
      *          did not stop CUSTDOSS, a failed SOAROLL did not stop
      *          SOACONS. This step runs in front of each job, named
      *          on its SYSIN card (cols 1-8). It looks the job up on
      *          the JOBDEPS dependency table and checks that night's
      *          BATCHLOG for each predecessor's latest completion:
      *            - all met: the job is allowed, return code 0;
      *            - otherwise: a 'HOLD' entry is logged under the
      *              JOB'S OWN NAME naming the blocking predecessor
      *              and what it showed (NOT RUN, RUNNING, FAIL, HOLD
      *              ...), and the step ends return code 4, which the
      *              JCL's COND on the job step skips it on.
      *          The held job's HOLD entry is itself a result, so its
      *          own dependants are held in turn, and BATCHWIN shows
      *          every hold in its banner. Rerunning the job once the
      *          predecessor is fixed goes through this step again.
      *          "That night" is everything logged since the window
      *          opened - PARMFIL 'WINDOW-START-TIME' (HHMM, default
      *          1800) today, or yesterday when run before that time,
      *          so a chain crossing midnight still sees its
      *          predecessors. JOBCTLRP is the morning report.
      ***************************************************************
      * 10/15/26 RPI 2246 INITIAL CODING
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBCTL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'SYSIN'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PARMFIL-FILE ASSIGN TO 'PARMFIL'
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY PRM-KEY.
           SELECT BATCH-LOG-IN ASSIGN TO 'BATCHLOG'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BATCH-LOG-FILE ASSIGN TO 'BATCHLOG'
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-REC.
           02  PARM-JOB-NAME        PIC X(8).
           02  FILLER               PIC X(72).
       FD  PARMFIL-FILE.
           COPY PARMFIL.
       FD  BATCH-LOG-IN.
       01  BL-IN-LINE               PIC X(80).
       FD  BATCH-LOG-FILE.
       01  BL-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       COPY BATCHLOG.
       COPY JOBDEPS.
       01  WS-EOF-SW                PIC X VALUE 'N'.
           88  WS-NO-MORE-LOG            VALUE 'Y'.
       01  WS-PARM-EOF-SW           PIC X VALUE 'N'.
           88  WS-NO-MORE-PARMS          VALUE 'Y'.
       01  WS-RUN-DATE.
           02  WS-RUN-YYYY          PIC 9(4).
           02  WS-RUN-MM            PIC 9(2).
           02  WS-RUN-DD            PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).
       01  WS-RUN-TIME.
           02  WS-RUN-HHMM          PIC 9(4).
           02  FILLER               PIC 9(4).

       01  WS-JOB-NAME              PIC X(8) VALUE SPACES.

      * THE WINDOW OPENS AT WINDOW-START-TIME TODAY, OR YESTERDAY
      * WHEN THE STEP RUNS BEFORE THAT TIME (PAST MIDNIGHT). AN ENTRY
      * COUNTS WHEN ITS DATE/TIME IS AT OR AFTER THE OPENING.
       01  WS-WIN-START-HHMM        PIC 9(4) VALUE 1800.
       01  WS-WIN-START-DATE        PIC 9(8) VALUE 0.
       01  WS-WIN-START-TS          PIC 9(14) VALUE 0.
       01  WS-ENTRY-TS              PIC 9(14) VALUE 0.

      * THIS JOB'S PREDECESSORS OFF JOBDEPS, AND WHAT TONIGHT'S LOG
      * SHOWS FOR EACH - THE LATEST COMPLETION STATUS AND WHEN, AND
      * THE LATEST START (A START AFTER THE LATEST COMPLETION IS A
      * RERUN STILL IN FLIGHT)
       01  WS-PRED-CNT              PIC 9(2) VALUE 0.
       01  WS-PRED-TBL.
           02  PRED-ENTRY OCCURS 15 TIMES.
               04  PR-PROGRAM       PIC X(8).
               04  PR-REQUIRED      PIC X(4).
               04  PR-STATUS        PIC X(4).
               04  PR-DONE-TS       PIC 9(14).
               04  PR-START-TS      PIC 9(14).
       01  WS-PRED-SUB              PIC 9(2).
       01  WS-JD-SUB                PIC 9(2).

       01  WS-HELD-SW               PIC X VALUE 'N'.
           88  WS-JOB-HELD               VALUE 'Y'.
       01  WS-BLOCK-PRED            PIC X(8) VALUE SPACES.
       01  WS-BLOCK-REASON          PIC X(7) VALUE SPACES.
       01  WS-PRED-REASON           PIC X(7).

      * THE HELD JOB'S OWN BATCHLOG ENTRY - JOBCTLRP FINDS ITS HOLDS
      * BY THE LEADING TEXT
       01  WS-HOLD-DETAIL.
           02  FILLER               PIC X(17) VALUE
               'HELD BY JOBCTL - '.
           02  HD-PRED              PIC X(8).
           02  FILLER               PIC X VALUE SPACE.
           02  HD-REASON            PIC X(7).
       01  WS-BL-DETAIL.
           02  BLD-JOB              PIC X(8).
           02  FILLER               PIC X VALUE SPACE.
           02  BLD-ACTION           PIC X(7).
           02  FILLER               PIC X VALUE SPACE.
           02  BLD-PRED             PIC X(8).
           02  FILLER               PIC X VALUE SPACE.
           02  BLD-REASON           PIC X(7).

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM WRITE-BATCH-START-ENTRY
           PERFORM READ-JOB-CARD
           IF WS-JOB-NAME = SPACES
               DISPLAY 'JOBCTL: NO JOB NAME ON THE SYSIN CARD'
               ACCEPT BL-RUN-TIME FROM TIME
               MOVE 'FAIL' TO BL-STATUS
               MOVE 'NO JOB NAME ON SYSIN' TO BL-DETAIL
               PERFORM APPEND-LOG-ENTRY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-WINDOW-PARAMETERS
           PERFORM SET-WINDOW-START
           PERFORM LOAD-PREDECESSORS
           IF WS-PRED-CNT > 0
               OPEN INPUT BATCH-LOG-IN
               PERFORM READ-LOG-ENTRY
               PERFORM UNTIL WS-NO-MORE-LOG
                   MOVE BL-IN-LINE TO BATCHLOG-REC
                   PERFORM NOTE-PREDECESSOR-ENTRY
                   PERFORM READ-LOG-ENTRY
               END-PERFORM
               CLOSE BATCH-LOG-IN
               PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
                       UNTIL WS-PRED-SUB > WS-PRED-CNT
                          OR WS-JOB-HELD
                   PERFORM CHECK-ONE-PREDECESSOR
               END-PERFORM
           END-IF
           IF WS-JOB-HELD
               PERFORM WRITE-HOLD-ENTRY
               MOVE 4 TO RETURN-CODE
               DISPLAY 'JOBCTL ** ' WS-JOB-NAME ' HELD - '
                   WS-BLOCK-PRED ' ' WS-BLOCK-REASON ' **'
           ELSE
               DISPLAY 'JOBCTL ' WS-JOB-NAME ' ALLOWED - '
                   WS-PRED-CNT ' PREDECESSOR(S) MET'
           END-IF
           PERFORM WRITE-BATCH-LOG-ENTRY
           STOP RUN.

       READ-JOB-CARD.
           OPEN INPUT PARM-FILE
           READ PARM-FILE
               AT END SET WS-NO-MORE-PARMS TO TRUE
           END-READ
           IF NOT WS-NO-MORE-PARMS
               MOVE PARM-JOB-NAME TO WS-JOB-NAME
           END-IF
           CLOSE PARM-FILE.

      * THE WINDOW OPENING COMES OFF THE SHOP-WIDE PARMFIL PARAMETER
      * 'WINDOW-START-TIME' - A MISSING RECORD KEEPS 1800
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

       LOAD-PREDECESSORS.
           PERFORM VARYING WS-JD-SUB FROM 1 BY 1
                   UNTIL WS-JD-SUB > JD-ENTRY-CNT
               IF JD-JOB(WS-JD-SUB) = WS-JOB-NAME
                   ADD 1 TO WS-PRED-CNT
                   MOVE JD-PREDECESSOR(WS-JD-SUB)
                       TO PR-PROGRAM(WS-PRED-CNT)
                   MOVE JD-REQUIRED(WS-JD-SUB)
                       TO PR-REQUIRED(WS-PRED-CNT)
                   MOVE SPACES TO PR-STATUS(WS-PRED-CNT)
                   MOVE 0 TO PR-DONE-TS(WS-PRED-CNT)
                   MOVE 0 TO PR-START-TS(WS-PRED-CNT)
               END-IF
           END-PERFORM.

       READ-LOG-ENTRY.
           READ BATCH-LOG-IN
               AT END SET WS-NO-MORE-LOG TO TRUE
           END-READ.

      * KEEP THE LATEST START AND THE LATEST COMPLETION INSIDE THE
      * WINDOW FOR EACH PREDECESSOR. AN 'ARCH' INTERIM CAPTURE IS
      * WRITTEN MID-RUN AND IS NOT A COMPLETION.
       NOTE-PREDECESSOR-ENTRY.
           IF BL-RUN-DATE IS NUMERIC AND BL-RUN-TIME IS NUMERIC
               COMPUTE WS-ENTRY-TS =
                   BL-RUN-DATE * 1000000 + BL-RUN-TIME
               IF WS-ENTRY-TS NOT < WS-WIN-START-TS
                   PERFORM VARYING WS-PRED-SUB FROM 1 BY 1
                           UNTIL WS-PRED-SUB > WS-PRED-CNT
                       IF PR-PROGRAM(WS-PRED-SUB) = BL-PROGRAM
                           IF BL-STATUS = 'STRT'
                               MOVE WS-ENTRY-TS
                                   TO PR-START-TS(WS-PRED-SUB)
                           ELSE
                           IF BL-STATUS NOT = 'ARCH'
                               MOVE WS-ENTRY-TS
                                   TO PR-DONE-TS(WS-PRED-SUB)
                               MOVE BL-STATUS
                                   TO PR-STATUS(WS-PRED-SUB)
                           END-IF
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      * THE FIRST PREDECESSOR (IN JOBDEPS ORDER) THAT DOES NOT MEET
      * ITS REQUIRED STATUS HOLDS THE JOB AND IS NAMED AS THE REASON
       CHECK-ONE-PREDECESSOR.
           MOVE SPACES TO WS-PRED-REASON
           IF PR-START-TS(WS-PRED-SUB) > PR-DONE-TS(WS-PRED-SUB)
               MOVE 'RUNNING' TO WS-PRED-REASON
           ELSE
           IF PR-STATUS(WS-PRED-SUB) = SPACES
               MOVE 'NOT RUN' TO WS-PRED-REASON
           ELSE
           IF PR-STATUS(WS-PRED-SUB) = 'HOLD'
                   OR PR-STATUS(WS-PRED-SUB) = 'HELD'
               MOVE PR-STATUS(WS-PRED-SUB) TO WS-PRED-REASON
           ELSE
           IF PR-REQUIRED(WS-PRED-SUB) = 'ANY '
               CONTINUE
           ELSE
           IF PR-STATUS(WS-PRED-SUB) = 'DONE'
               CONTINUE
           ELSE
           IF PR-STATUS(WS-PRED-SUB) = 'WARN'
                   AND PR-REQUIRED(WS-PRED-SUB) = 'WARN'
               CONTINUE
           ELSE
               MOVE PR-STATUS(WS-PRED-SUB) TO WS-PRED-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           IF WS-PRED-REASON NOT = SPACES
               SET WS-JOB-HELD TO TRUE
               MOVE PR-PROGRAM(WS-PRED-SUB) TO WS-BLOCK-PRED
               MOVE WS-PRED-REASON TO WS-BLOCK-REASON
           END-IF.

      * THE HOLD IS LOGGED UNDER THE HELD JOB'S OWN NAME, SO BATCHWIN
      * BANNERS IT AND THE JOB'S OWN DEPENDANTS ARE HELD IN TURN
       WRITE-HOLD-ENTRY.
           MOVE WS-JOB-NAME TO BL-PROGRAM
           ACCEPT BL-RUN-TIME FROM TIME
           MOVE 'HOLD' TO BL-STATUS
           MOVE WS-BLOCK-PRED   TO HD-PRED
           MOVE WS-BLOCK-REASON TO HD-REASON
           MOVE WS-HOLD-DETAIL TO BL-DETAIL
           PERFORM APPEND-LOG-ENTRY.

       WRITE-BATCH-LOG-ENTRY.
           MOVE 'JOBCTL' TO BL-PROGRAM
           ACCEPT BL-RUN-TIME FROM TIME
           MOVE 'DONE' TO BL-STATUS
           MOVE WS-JOB-NAME TO BLD-JOB
           IF WS-JOB-HELD
               MOVE 'HELD'          TO BLD-ACTION
               MOVE WS-BLOCK-PRED   TO BLD-PRED
               MOVE WS-BLOCK-REASON TO BLD-REASON
           ELSE
               MOVE 'ALLOWED'       TO BLD-ACTION
               MOVE SPACES          TO BLD-PRED
               MOVE SPACES          TO BLD-REASON
           END-IF
           MOVE WS-BL-DETAIL TO BL-DETAIL
           PERFORM APPEND-LOG-ENTRY.

       APPEND-LOG-ENTRY.
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.

      * ONE 'STRT' ENTRY AT JOB ENTRY, PAIRED BY BATCHWIN WITH THE
      * COMPLETION ENTRY ABOVE
       WRITE-BATCH-START-ENTRY.
           MOVE 'JOBCTL' TO BL-PROGRAM
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           MOVE 'STRT' TO BL-STATUS
           MOVE SPACES TO BL-DETAIL
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.
