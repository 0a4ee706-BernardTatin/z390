       IDENTIFICATION DIVISION.
      *****************************************************************
      * Remarks. Daily suppressed-duplicate report off the PMTAREG
      *          delivered-notification register. PMTADRN and SOADEADR
      *          no longer send a PMTA payment notification whose
      *          correlation ID has already been delivered - each such
      *          skip is registered as a suppressed duplicate, and
      *          this report lists the day's suppressions with the
      *          delivery each one would have repeated, totalled by
      *          the caller that would have double-notified, beside
      *          the day's real deliveries. The report date is today,
      *          or the CCYYMMDD date on an optional SYSIN card
      *          (columns 1-8) to report a past day.
      *****************************************************************
      * 10/15/26 RPI 2223 INITIAL CODING
      *****************************************************************
       PROGRAM-ID. PMTADUPR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'SYSIN'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL REG-FILE ASSIGN TO 'PMTAREG'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PMTADUPR-RPT ASSIGN TO 'PMTADUPL'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BATCH-LOG-FILE ASSIGN TO 'BATCHLOG'
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-REC.
           02  PARM-RPT-DATE       PIC X(8).
           02  FILLER              PIC X(72).
       FD  REG-FILE.
       01  REG-LINE                PIC X(80).
       FD  PMTADUPR-RPT.
       01  RPT-LINE                PIC X(80).
       FD  BATCH-LOG-FILE.
       01  BL-LINE                 PIC X(80).
       WORKING-STORAGE SECTION.
       COPY BATCHLOG.

      * ONE REGISTER LINE, LAID OUT THE SAME WAY PMTAREG WRITES IT
       01  WS-REG-DETAIL.
           02  REG-TYPE          PIC X.
               88  REG-DELIVERED     VALUE 'D'.
               88  REG-SUPPRESSED    VALUE 'S'.
           02  FILLER            PIC X.
           02  REG-CORR-ID       PIC X(16).
           02  FILLER            PIC X.
           02  REG-DATE          PIC 9(8).
           02  FILLER            PIC X.
           02  REG-TIME          PIC 9(6).
           02  FILLER            PIC X.
           02  REG-CALLER        PIC X(8).
           02  FILLER            PIC X.
           02  REG-ORIG-DATE     PIC 9(8).
           02  FILLER            PIC X.
           02  REG-ORIG-TIME     PIC 9(6).
           02  FILLER            PIC X.
           02  REG-ORIG-CALLER   PIC X(8).
           02  FILLER            PIC X(12).

       01  WS-PARM-EOF-SW           PIC X VALUE 'N'.
           88  WS-NO-MORE-PARMS         VALUE 'Y'.
       01  WS-EOF-SW                PIC X VALUE 'N'.
           88  WS-NO-MORE-REG           VALUE 'Y'.
       01  WS-RPT-DATE              PIC 9(8).
       01  WS-DELIVERED-CNT         PIC 9(5) VALUE 0.
       01  WS-SUPPRESSED-CNT        PIC 9(5) VALUE 0.
       01  WS-RUN-DATE.
           02  WS-RUN-YYYY          PIC 9(4).
           02  WS-RUN-MM            PIC 9(2).
           02  WS-RUN-DD            PIC 9(2).

      * SUPPRESSIONS BY THE CALLER THAT WOULD HAVE RESENT - ONLY
      * PMTADRN AND SOADEADR ASK TODAY, SO TEN ROWS IS AMPLE
       01  WS-CALLER-TBL.
           02  CALLER-ITEM OCCURS 10 TIMES.
               04  CT-CALLER        PIC X(8).
               04  CT-CNT           PIC 9(5).
       01  WS-CALLER-CNT            PIC 9(2) VALUE 0.
       01  WS-CALLER-SUB            PIC 9(2).
       01  WS-CALLER-FOUND-SUB      PIC 9(2).

       01  WS-HDG-1.
           02  FILLER       PIC X(40) VALUE
               'PMTA SUPPRESSED DUPLICATE NOTIFICATIONS'.
           02  FILLER       PIC X(4)  VALUE 'FOR '.
           02  HDG-RPT-DATE PIC 9(8).
       01  WS-HDG-2.
           02  FILLER       PIC X(18) VALUE 'CORR-ID'.
           02  FILLER       PIC X(8)  VALUE 'TIME'.
           02  FILLER       PIC X(10) VALUE 'SKIPPED'.
           02  FILLER       PIC X(26) VALUE 'ORIGINALLY DELIVERED'.
       01  WS-DETAIL-LINE.
           02  DET-CORR-ID      PIC X(16).
           02  FILLER           PIC X(2) VALUE SPACES.
           02  DET-TIME         PIC 9(6).
           02  FILLER           PIC X(2) VALUE SPACES.
           02  DET-CALLER       PIC X(8).
           02  FILLER           PIC X(2) VALUE SPACES.
           02  DET-ORIG-DATE    PIC 9(8).
           02  FILLER           PIC X    VALUE SPACE.
           02  DET-ORIG-TIME    PIC 9(6).
           02  FILLER           PIC X    VALUE SPACE.
           02  DET-ORIG-CALLER  PIC X(8).
       01  WS-CALLER-LINE.
           02  FILLER           PIC X(14) VALUE 'SUPPRESSED BY '.
           02  CTL-CALLER       PIC X(8).
           02  FILLER           PIC X(2)  VALUE SPACES.
           02  CTL-CNT          PIC ZZZZ9.
       01  WS-SUMMARY-LINE.
           02  FILLER       PIC X(10) VALUE 'DELIVERED='.
           02  SUM-OK       PIC ZZZZ9.
           02  FILLER       PIC X(14) VALUE '  SUPPRESSED='.
           02  SUM-DUP      PIC ZZZZ9.
       01  WS-BL-DETAIL.
           02  FILLER       PIC X(9)  VALUE 'PMTADUPR '.
           02  FILLER       PIC X(4)  VALUE 'OK='.
           02  BLD-OK       PIC ZZZZ9.
           02  FILLER       PIC X(5)  VALUE ' DUP='.
           02  BLD-DUP      PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM WRITE-BATCH-START-ENTRY
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM READ-REPORT-PARM
           OPEN INPUT REG-FILE
           OPEN OUTPUT PMTADUPR-RPT
           MOVE WS-RPT-DATE TO HDG-RPT-DATE
           MOVE WS-HDG-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HDG-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM READ-REG-RECORD
           PERFORM UNTIL WS-NO-MORE-REG
               IF REG-DATE = WS-RPT-DATE
                   PERFORM TALLY-REGISTER-LINE
               END-IF
               PERFORM READ-REG-RECORD
           END-PERFORM
           CLOSE REG-FILE
           PERFORM WRITE-SUMMARY-LINES
           CLOSE PMTADUPR-RPT
           PERFORM WRITE-BATCH-LOG-ENTRY
           DISPLAY 'PMTADUPR REPORT DATE:         ' WS-RPT-DATE
           DISPLAY 'PMTADUPR DELIVERIES:          ' WS-DELIVERED-CNT
           DISPLAY 'PMTADUPR SUPPRESSED DUPLICATES: '
               WS-SUPPRESSED-CNT
           STOP RUN.

      * A BLANK OR MISSING CARD REPORTS TODAY
       READ-REPORT-PARM.
           MOVE WS-RUN-DATE TO WS-RPT-DATE
           OPEN INPUT PARM-FILE
           READ PARM-FILE
               AT END SET WS-NO-MORE-PARMS TO TRUE
           END-READ
           IF NOT WS-NO-MORE-PARMS
                   AND PARM-RPT-DATE IS NUMERIC
               MOVE PARM-RPT-DATE TO WS-RPT-DATE
           END-IF
           CLOSE PARM-FILE.

       READ-REG-RECORD.
           READ REG-FILE
               AT END SET WS-NO-MORE-REG TO TRUE
           END-READ
           IF NOT WS-NO-MORE-REG
               MOVE REG-LINE TO WS-REG-DETAIL
           END-IF.

       TALLY-REGISTER-LINE.
           IF REG-DELIVERED
               ADD 1 TO WS-DELIVERED-CNT
           END-IF
           IF REG-SUPPRESSED
               ADD 1 TO WS-SUPPRESSED-CNT
               PERFORM ADD-CALLER-COUNT
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE REG-CORR-ID     TO DET-CORR-ID
               MOVE REG-TIME        TO DET-TIME
               MOVE REG-CALLER      TO DET-CALLER
               MOVE REG-ORIG-DATE   TO DET-ORIG-DATE
               MOVE REG-ORIG-TIME   TO DET-ORIG-TIME
               MOVE REG-ORIG-CALLER TO DET-ORIG-CALLER
               MOVE WS-DETAIL-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       ADD-CALLER-COUNT.
           MOVE 0 TO WS-CALLER-FOUND-SUB
           PERFORM VARYING WS-CALLER-SUB FROM 1 BY 1
                   UNTIL WS-CALLER-SUB > WS-CALLER-CNT
               IF CT-CALLER(WS-CALLER-SUB) = REG-CALLER
                   MOVE WS-CALLER-SUB TO WS-CALLER-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-CALLER-FOUND-SUB = 0 AND WS-CALLER-CNT < 10
               ADD 1 TO WS-CALLER-CNT
               MOVE WS-CALLER-CNT TO WS-CALLER-FOUND-SUB
               MOVE REG-CALLER TO CT-CALLER(WS-CALLER-FOUND-SUB)
               MOVE 0 TO CT-CNT(WS-CALLER-FOUND-SUB)
           END-IF
           IF WS-CALLER-FOUND-SUB NOT = 0
               ADD 1 TO CT-CNT(WS-CALLER-FOUND-SUB)
           END-IF.

       WRITE-SUMMARY-LINES.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-CALLER-SUB FROM 1 BY 1
                   UNTIL WS-CALLER-SUB > WS-CALLER-CNT
               MOVE CT-CALLER(WS-CALLER-SUB) TO CTL-CALLER
               MOVE CT-CNT(WS-CALLER-SUB)    TO CTL-CNT
               MOVE WS-CALLER-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           MOVE WS-DELIVERED-CNT  TO SUM-OK
           MOVE WS-SUPPRESSED-CNT TO SUM-DUP
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE.

       WRITE-BATCH-LOG-ENTRY.
           MOVE WS-DELIVERED-CNT  TO BLD-OK
           MOVE WS-SUPPRESSED-CNT TO BLD-DUP
           MOVE 'PMTADUPR' TO BL-PROGRAM
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           MOVE 'DONE' TO BL-STATUS
           MOVE WS-BL-DETAIL TO BL-DETAIL
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.

      * ONE 'STRT' ENTRY AT JOB ENTRY, PAIRED BY BATCHWIN WITH THE
      * COMPLETION ENTRY ABOVE
       WRITE-BATCH-START-ENTRY.
           MOVE 'PMTADUPR' TO BL-PROGRAM
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           MOVE 'STRT' TO BL-STATUS
           MOVE SPACES TO BL-DETAIL
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.
