      *                   HAPPENS AGAINST A CLOSED FILE AND THE FINAL
      *                   TRUNCATE-AND-REWRITE STAYS THE SINGLE SOURCE
      *                   OF TRUTH
      * 10/15/26 RPI 2223 A DEAD-LETTERED PMTA PAYMENT NOTIFICATION
      *                   (CORRELATION ID STAMPED 'GUI6' BY TESTGUI6) IS
      *                   CHECKED AGAINST THE PMTAREG DELIVERED-
      *                   NOTIFICATION REGISTER BEFORE REPLAY - ONE
      *                   ALREADY DELIVERED BY A PMTADRN RERUN IS
      *                   DROPPED FROM SOADEADL AS A SUPPRESSED
      *                   DUPLICATE INSTEAD OF BEING SENT AGAIN, AND A
      *                   SUCCESSFUL REPLAY IS REGISTERED AS DELIVERED
      * 10/15/26 RPI 2251 EACH REPLAY IS NOW ALSO WRITTEN TO THE
      *                   SOATRACE KEYED TRACE FILE - ONE EVENT AS THE
      *                   DEAD LETTER IS RESUBMITTED, AND ONE WHEN IT
      *                   IS DELIVERED OR SUPPRESSED - FOR THE SOATRCQ
      *                   INQUIRY. THE ATTEMPTS THEMSELVES ARE TRACED
      *                   BY DEMOSUB2
      *****************************************************************
       PROGRAM-ID. SOADEADR.
       ENVIRONMENT DIVISION.
           02  DL-PARMS             PIC X(20).
           02  FILLER               PIC X.
           02  DL-CORR-ID           PIC X(16).
           02  DL-CORR-ID-R REDEFINES DL-CORR-ID.
               04  DL-CORR-PREFIX   PIC X(4).
                   88  DL-PMTA-NOTIFICATION  VALUE 'GUI6'.
               04  FILLER           PIC X(12).

       01  WS-EOF-SW                PIC X VALUE 'N'.
           88  WS-NO-MORE-DEADL         VALUE 'Y'.
       01  WS-READ-CNT              PIC 9(5) VALUE 0.
       01  WS-REPLAY-OK-CNT         PIC 9(5) VALUE 0.
       01  WS-REPLAY-FAIL-CNT       PIC 9(5) VALUE 0.
       01  WS-SUPPRESSED-CNT        PIC 9(5) VALUE 0.
       01  WS-RUN-DATE.
           02  WS-RUN-YYYY          PIC 9(4).
           02  WS-RUN-MM            PIC 9(2).
       01  WS-CORR-ID               PIC X(16).
       01  WS-RETURN-CODE           PIC S9(8) COMP.

      * SOATRACE TRACE EVENT FOR THE SOATRCQ INQUIRY, WRITTEN BY THE
      * SOATRACE SUBPROGRAM
       COPY SOATRACE.
       01  WS-TRACE-RC              PIC -(8)9.

      * DELIVERED-NOTIFICATION REGISTER INTERFACE TO THE PMTAREG
      * SUBPROGRAM, SAME SHAPE PMTADRN USES
       01  WS-PREG-PARMS.
           05  PREG-ACTION          PIC X.
           05  PREG-CORR-ID         PIC X(16).
           05  PREG-CALLER          PIC X(8).
           05  PREG-STATE           PIC X.
               88  PREG-ALREADY-DELIVERED  VALUE 'D'.
           05  PREG-ORIG-DATE       PIC 9(8).
           05  PREG-ORIG-TIME       PIC 9(6).
           05  PREG-ORIG-CALLER     PIC X(8).
           05  FILLER               PIC X(8).

       01  WS-HDG-1.
           02  FILLER       PIC X(30) VALUE
               'SOA DEAD-LETTER REPLAY REPORT'.
           02  SUM-OK       PIC ZZZZ9.
           02  FILLER       PIC X(14) VALUE '  STILL DEAD='.
           02  SUM-FAIL     PIC ZZZZ9.
           02  FILLER       PIC X(14) VALUE '  SUPPRESSED='.
           02  SUM-DUP      PIC ZZZZ9.
       01  WS-BL-DETAIL.
           02  FILLER       PIC X(9)  VALUE 'SOADEADR '.
           02  FILLER       PIC X(4)  VALUE 'OK='.
           02  BLD-OK       PIC ZZZZ9.
           02  FILLER       PIC X(8)  VALUE ' STILL='.
           02  BLD-FAIL     PIC ZZZZ9.
           02  FILLER       PIC X(5)  VALUE ' DUP='.
           02  BLD-DUP      PIC ZZZ9.

       PROCEDURE DIVISION.
       MAINLINE.
           DISPLAY 'SOADEADR ENTRIES READ:    ' WS-READ-CNT
           DISPLAY 'SOADEADR REPLAYED OK:     ' WS-REPLAY-OK-CNT
           DISPLAY 'SOADEADR STILL FAILING:   ' WS-REPLAY-FAIL-CNT
           DISPLAY 'SOADEADR DUPLICATES SKIPPED: ' WS-SUPPRESSED-CNT
           IF WS-SURVIVOR-TBL-OVERFLOWED
               DISPLAY 'SOADEADR WARNING - WS-WORK-TBL FILLED AT '
                   WS-WORK-CNT ' ENTRIES - DEAD LETTERS BEYOND THAT '
           END-IF.

      * RESUBMIT ONE DEAD-LETTERED CALL BACK THROUGH DEMOSUB2 WITH ITS
      * ORIGINAL PARAMETERS AND CORRELATION TOKEN, AND FILE THE RESULT.
      * A PMTA NOTIFICATION THE PMTAREG REGISTER ALREADY HOLDS A
      * DELIVERY FOR IS NOT REPLAYED AND NOT KEPT AS A SURVIVOR
       REPLAY-DEADL-RECORD.
           MOVE WORK-LINE(WS-WORK-SUB) TO WS-REPLAY-REC
           MOVE 'N' TO PREG-STATE
           IF DL-PMTA-NOTIFICATION
               MOVE 'Q'        TO PREG-ACTION
               MOVE DL-CORR-ID TO PREG-CORR-ID
               MOVE 'SOADEADR' TO PREG-CALLER
               CALL 'PMTAREG' USING WS-PREG-PARMS
           END-IF
           IF PREG-ALREADY-DELIVERED
               PERFORM SUPPRESS-DUPLICATE-REPLAY
           ELSE
               PERFORM REPLAY-DEADL-CALL
           END-IF.

       REPLAY-DEADL-CALL.
           MOVE DL-PARMS(1:4)  TO WS-P1
           MOVE DL-PARMS(5:4)  TO WS-P2
           MOVE DL-PARMS(9:4)  TO WS-P3
           MOVE DL-PARMS(17:4) TO WS-P5
           MOVE DL-CORR-ID     TO WS-CORR-ID
           MOVE 0              TO WS-RETURN-CODE
           PERFORM INIT-TRACE-EVENT
           MOVE 'RPLY' TO STR-EVENT
           MOVE DL-SVC-RC TO WS-TRACE-RC
           STRING 'REPLAY OF RC ' WS-TRACE-RC
               DELIMITED BY SIZE INTO STR-DETAIL
           CALL 'SOATRACE' USING STR-RECORD
           CALL 'DEMOSUB2' USING WS-P1 WS-P2 WS-P3 WS-P4 WS-P5
               WS-CORR-ID WS-RETURN-CODE
           MOVE SPACES TO WS-DETAIL-LINE
           IF WS-RETURN-CODE = 0
               MOVE 'SUCCESS'  TO DET-OUTCOME
               ADD 1 TO WS-REPLAY-OK-CNT
               IF DL-PMTA-NOTIFICATION
                   MOVE 'D' TO PREG-ACTION
                   CALL 'PMTAREG' USING WS-PREG-PARMS
               END-IF
               PERFORM INIT-TRACE-EVENT
               MOVE 'DLVD' TO STR-EVENT
               MOVE 'DELIVERED ON REPLAY' TO STR-DETAIL
               CALL 'SOATRACE' USING STR-RECORD
           ELSE
               MOVE 'STILL FAILS' TO DET-OUTCOME
               ADD 1 TO WS-REPLAY-FAIL-CNT
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       SUPPRESS-DUPLICATE-REPLAY.
           MOVE 'S' TO PREG-ACTION
           CALL 'PMTAREG' USING WS-PREG-PARMS
           PERFORM INIT-TRACE-EVENT
           MOVE 'SUPP' TO STR-EVENT
           STRING 'ALREADY SENT BY ' PREG-ORIG-CALLER
               DELIMITED BY SIZE INTO STR-DETAIL
           CALL 'SOATRACE' USING STR-RECORD
           ADD 1 TO WS-SUPPRESSED-CNT
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE DL-SVC-NAME  TO DET-SVC-NAME
           MOVE DL-SVC-RC    TO DET-ORIG-RC
           MOVE 'SUPPRESSED' TO DET-OUTCOME
           MOVE DL-CORR-ID   TO DET-CORR-ID
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

      * COMMON FIELDS OF A SOATRACE EVENT FOR THE CURRENT DEAD LETTER
       INIT-TRACE-EVENT.
           MOVE SPACES TO STR-RECORD
           MOVE DL-CORR-ID   TO STR-CORR-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO STR-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO STR-TIME
           MOVE 0            TO STR-SEQNO
           MOVE 'SOADEADR'   TO STR-PROGRAM
           MOVE DL-SVC-NAME  TO STR-SVC-NAME
           MOVE 0            TO STR-SVC-RC
           MOVE 0            TO STR-ELAPSED.

      * SOADEADL IS REOPENED FOR OUTPUT (TRUNCATING IT, INCLUDING ANY
      * FRESH DUPLICATES DEMOSUB2 RE-DEAD-LETTERED DURING THE REPLAY
      * PASS) AND REWRITTEN WITH ONLY THE ENTRIES THAT STILL FAILED
           WRITE RPT-LINE
           MOVE WS-REPLAY-OK-CNT   TO SUM-OK
           MOVE WS-REPLAY-FAIL-CNT TO SUM-FAIL
           MOVE WS-SUPPRESSED-CNT  TO SUM-DUP
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE.

       WRITE-BATCH-LOG-ENTRY.
           MOVE WS-REPLAY-OK-CNT   TO BLD-OK
           MOVE WS-REPLAY-FAIL-CNT TO BLD-FAIL
           MOVE WS-SUPPRESSED-CNT  TO BLD-DUP
           MOVE 'SOADEADR' TO BL-PROGRAM
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
