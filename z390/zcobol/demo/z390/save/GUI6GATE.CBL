      *          still happily extracted whatever GUI6HIST content the
      *          broken flow produced and shipped it downstream. This
      *          reads the LATEST TESTGU6S and TESTBECS completion
      *          entries (and, since RPI 2261, the TESTREGR regression
      *          suite's) off BATCHLOG and writes the GUI6HOLD gate
      *          file: 'HELD' when any of them failed (or never ran at
      *          all), 'RELEASED' when all are clean. GUI6EXT
      *          checks the gate before extracting a single record and
      *          stops on a hold; the hold is logged with BL-STATUS
      *          'HOLD' so BATCHWIN flags it prominently, and an
      *          once the smoke failure is understood.
      ***************************************************************
      * 09/01/26 RPI 2189 INITIAL CODING
      * 10/15/26 RPI 2261 THE TESTREGR REGRESSION SUITE IS GATED ON
      *                   TOO - ITS LATEST COMPLETION MUST BE DONE
      *                   ALONGSIDE BOTH SMOKE TESTS OR THE EXTRACT
      *                   IS HELD
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUI6GATE.
      * IS NOT A PROVEN ONE)
       01  WS-GU6S-STATUS          PIC X(4) VALUE SPACES.
       01  WS-BECS-STATUS          PIC X(4) VALUE SPACES.
       01  WS-REGR-STATUS          PIC X(4) VALUE SPACES.
       01  WS-HOLD-SW              PIC X VALUE 'N'.
           88  WS-GATE-HELD             VALUE 'Y'.

           02  BLD-GU6S     PIC X(4).
           02  FILLER       PIC X(7)  VALUE ' BECS='.
           02  BLD-BECS     PIC X(4).
           02  FILLER       PIC X(6)  VALUE ' REGR='.
           02  BLD-REGR     PIC X(4).

       PROCEDURE DIVISION.
       MAINLINE.
                   IF BL-PROGRAM = 'TESTBECS'
                       MOVE BL-STATUS TO WS-BECS-STATUS
                   END-IF
                   IF BL-PROGRAM = 'TESTREGR'
                       MOVE BL-STATUS TO WS-REGR-STATUS
                   END-IF
               END-IF
               PERFORM READ-LOG-ENTRY
           END-PERFORM
           MOVE 'N' TO WS-HOLD-SW
           IF WS-GU6S-STATUS NOT = 'DONE'
                   OR WS-BECS-STATUS NOT = 'DONE'
                   OR WS-REGR-STATUS NOT = 'DONE'
               SET WS-GATE-HELD TO TRUE
           END-IF
           PERFORM WRITE-GATE-FILE
           PERFORM WRITE-BATCH-LOG-ENTRY
           DISPLAY 'GUI6GATE TESTGU6S LATEST: ' WS-GU6S-STATUS
           DISPLAY 'GUI6GATE TESTBECS LATEST: ' WS-BECS-STATUS
           DISPLAY 'GUI6GATE TESTREGR LATEST: ' WS-REGR-STATUS
           IF WS-GATE-HELD
               DISPLAY 'GUI6GATE ** GUI6EXT IS HELD - RUN GUI6RELS '
                   'TO RELEASE AFTER REVIEW **'
                   TO HOLD-REASON
           ELSE
               MOVE 'RELEASED' TO HOLD-STATE
               MOVE 'SMOKE TESTS AND REGRESSION SUITE CLEAN'
                   TO HOLD-REASON
           END-IF
           MOVE WS-RUN-DATE TO HOLD-DATE
           MOVE WS-HOLD-DETAIL TO HOLD-LINE
           END-IF
           MOVE WS-GU6S-STATUS TO BLD-GU6S
           MOVE WS-BECS-STATUS TO BLD-BECS
           MOVE WS-REGR-STATUS TO BLD-REGR
           MOVE WS-BL-DETAIL TO BL-DETAIL
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
