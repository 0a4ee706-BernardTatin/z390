      ***************************************************************
      * Author.  Maintenance team, following the SEQAUDIT/GUI6PURG
      *          style
      * Remarks. GUI6HIST is the legal record of who changed what,
      *          but anyone with file access could delete or alter a
      *          record and nothing would notice - SEQAUDIT only
      *          checks ABNDLOG for gaps. This job seals GUI6HIST one
      *          day at a time onto the HISTSEAL file (HISTSEAL.CPY):
      *          each day's record count, payment amount and OCC
      *          totals, an order-free digest of one check value per
      *          record, and a check value chained to the previous
      *          day's seal.
      *
      *          Run nightly with no SYSIN card (SEAL mode) it seals
      *          every day after the last seal on file up to
      *          yesterday, so a missed night is caught up. The first
      *          run starts at the oldest day on GUI6HIST/GUI6HARC.
      *
      *          A SYSIN card 'VERIFY' (cols 1-6), optionally with a
      *          from-date in cols 8-15 and a to-date in cols 17-24
      *          (YYYYMMDD; default the first/last day sealed),
      *          re-walks those days and reports every one whose
      *          contents no longer match its seal, every seal record
      *          that no longer matches its own check value, and every
      *          break in the chain. A purged day is re-counted from
      *          GUI6HARC, so archiving does not look like tampering.
      *
      *          The per-record check value covers only the fields
      *          fixed when the change is keyed - type, operator, date
      *          and time, payment and OCC amounts, maker, reason and
      *          currency. Names, addresses, zips and customer number
      *          are left out because GUI6MRG and CUSTANON rewrite
      *          them by design, and the approval and escalation
      *          stamps because the workflow completes after the day
      *          is sealed. HIST-TASKN is left out too, so a record
      *          GUI6REST has put back under a new task number still
      *          matches its archived copy; an archived line whose
      *          record is back on the live file (same customer,
      *          date, time and check value, found on the GUI6HCUS
      *          path) is counted once.
      ***************************************************************
      * 10/15/26 RPI 2241 INITIAL CODING
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUI6SEAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'SYSIN'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT GUI6HIST-FILE ASSIGN TO 'GUI6HIST'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY HIST-KEY
               ALTERNATE RECORD KEY HIST-CUST-DATE-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY HIST-OLD-NAME-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY HIST-NEW-NAME-KEY WITH DUPLICATES.
           SELECT OPTIONAL GUI6HARC-FILE ASSIGN TO 'GUI6HARC'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT HISTSEAL-FILE ASSIGN TO 'HISTSEAL'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY SEAL-KEY.
           SELECT GUI6SEAL-RPT ASSIGN TO 'GUI6SLRP'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BATCH-LOG-FILE ASSIGN TO 'BATCHLOG'
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-REC.
           02  PARM-MODE           PIC X(6).
           02  FILLER              PIC X.
           02  PARM-FROM-DATE      PIC X(8).
           02  FILLER              PIC X.
           02  PARM-TO-DATE        PIC X(8).
           02  FILLER              PIC X(56).
       FD  GUI6HIST-FILE.
           COPY GUI6HIST.
       FD  GUI6HARC-FILE.
       01  GUI6HARC-LINE            PIC X(371).
       FD  HISTSEAL-FILE.
           COPY HISTSEAL.
       FD  GUI6SEAL-RPT.
       01  RPT-LINE                 PIC X(80).
       FD  BATCH-LOG-FILE.
       01  BL-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       COPY BATCHLOG.
       COPY JULDAY.

       01  WS-RUN-MODE              PIC X(6) VALUE SPACES.
           88  WS-MODE-VERIFY            VALUE 'VERIFY'.
       01  WS-PARM-EOF-SW           PIC X VALUE 'N'.
           88  WS-NO-MORE-PARMS          VALUE 'Y'.
       01  WS-PARM-FROM             PIC 9(8) VALUE 0.
       01  WS-PARM-TO               PIC 9(8) VALUE 0.

       01  WS-RUN-DATE.
           02  WS-RUN-YYYY          PIC 9(4).
           02  WS-RUN-MM            PIC 9(2).
           02  WS-RUN-DD            PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).
       01  WS-RUN-TIME              PIC 9(8).
       01  WS-TODAY-JULIAN          PIC 9(5).
       01  WS-TODAY-ABS-DAY         PIC S9(7).

       01  WS-HIST-EOF-SW           PIC X VALUE 'N'.
           88  WS-NO-MORE-HIST           VALUE 'Y'.
       01  WS-HARC-EOF-SW           PIC X VALUE 'N'.
           88  WS-NO-MORE-HARC           VALUE 'Y'.
       01  WS-SEAL-EOF-SW           PIC X VALUE 'N'.
           88  WS-NO-MORE-SEALS          VALUE 'Y'.
       01  WS-LIVE-EOF-SW           PIC X VALUE 'N'.
           88  WS-NO-MORE-LIVE           VALUE 'Y'.
       01  WS-ON-LIVE-SW            PIC X VALUE 'N'.
           88  WS-ARCH-ON-LIVE           VALUE 'Y'.

      * SEALS ALREADY ON FILE - FIRST AND LAST DAY, AND THE LAST
      * CHECK VALUE, WHICH THE NEXT SEAL CHAINS FROM
       01  WS-SEALS-ON-FILE         PIC 9(7) VALUE 0.
       01  WS-FIRST-SEAL-DATE       PIC 9(7) VALUE 0.
       01  WS-LAST-SEAL-DATE        PIC 9(7) VALUE 0.
       01  WS-LAST-CHECK            PIC 9(9) VALUE 0.

      * THE DAYS BEING SEALED OR VERIFIED, AS INTEGER-OF-DAY COUNTS.
      * ONE TABLE ENTRY PER DAY - ABOUT TEN YEARS; A LONGER RANGE IS
      * CUT TO THAT AND THE REST LEFT FOR THE NEXT RUN
       01  WS-RANGE-FROM-ABS        PIC S9(7) VALUE 0.
       01  WS-RANGE-TO-ABS          PIC S9(7) VALUE 0.
       01  WS-RANGE-DAYS            PIC 9(5) VALUE 0.
       01  WS-RANGE-CUT-SW          PIC X VALUE 'N'.
           88  WS-RANGE-CUT              VALUE 'Y'.
       01  WS-DAY-TBL.
           02  DT-ENTRY OCCURS 3660 TIMES.
               04  DT-CNT           PIC 9(7).
               04  DT-AMT           PIC S9(13)V99.
               04  DT-OCC           PIC 9(11).
               04  DT-DIGEST        PIC 9(9).
       01  WS-DAY-SUB               PIC 9(5) VALUE 0.
       01  WS-ADD-SUB               PIC 9(5) VALUE 0.
       01  WS-DAY-ABS               PIC S9(7).
       01  WS-REC-ABS-DAY           PIC S9(7).
       01  WS-SEAL-ABS-DAY          PIC S9(7).
       01  WS-PRIOR-ABS-DAY         PIC S9(7) VALUE 0.
       01  WS-PRIOR-CHECK           PIC 9(9) VALUE 0.
       01  WS-EARLIEST-JULIAN       PIC 9(7) VALUE 0.
       01  WS-JULIAN-WORK           PIC 9(7).

      * THE FIELDS FIXED WHEN A CHANGE IS KEYED, IN DISPLAY FORM SO
      * A LIVE RECORD AND ITS FLATTENED GUI6HARC COPY BUILD THE SAME
      * BYTES. THE CHECK VALUE WALKS THE BYTES, MOD A LARGE PRIME.
       01  WS-SEAL-IMAGE.
           02  SI-CHANGE-TYPE       PIC X.
           02  SI-OPID              PIC X(3).
           02  SI-DATE              PIC 9(7).
           02  SI-TIME              PIC 9(7).
           02  SI-PAYMEI-AMT        PIC S9(9)V99.
           02  SI-PAYME1I-AMT       PIC S9(9)V99.
           02  SI-MAKER-OPID        PIC X(3).
           02  SI-OCC-AMT           PIC 9(5) OCCURS 5 TIMES.
           02  SI-OCC-TOTAL         PIC 9(7).
           02  SI-REASON-CD         PIC X(3).
           02  SI-PAY-CCY           PIC X(3).
           02  SI-PAYMEI-USD        PIC S9(9)V99.
           02  SI-PAYME1I-USD       PIC S9(9)V99.
       01  WS-SI-SUB                PIC 9(3) VALUE 0.
       01  WS-REC-HASH              PIC 9(9) VALUE 0.
       01  WS-ARCH-HASH             PIC 9(9) VALUE 0.
       01  WS-HASH-PRIME            PIC 9(9) VALUE 999999937.
       01  WS-CALC-CHECK            PIC 9(9) VALUE 0.
       01  WS-AMT-CENTS             PIC 9(15) VALUE 0.
       01  WS-ARCH-CUST-NUMBER      PIC 9(7).
       01  WS-ARCH-DATE             PIC 9(7).
       01  WS-ARCH-TIME             PIC 9(7).

      * ONE FLATTENED GUI6HARC RECORD, LAID OUT THE SAME WAY
      * GUI6PURG'S GUI6HARC-DETAIL WRITES IT
       01  WS-GUI6HARC-DETAIL.
           02  ARCH-TASKN           PIC 9(7).
           02  FILLER               PIC X.
           02  ARCH-OLD-NAME        PIC X(40).
           02  FILLER               PIC X.
           02  ARCH-OLD-ADDR        PIC X(40).
           02  FILLER               PIC X.
           02  ARCH-OLD-ZIP         PIC X(5).
           02  FILLER               PIC X.
           02  ARCH-NEW-NAME        PIC X(40).
           02  FILLER               PIC X.
           02  ARCH-NEW-ADDR        PIC X(40).
           02  FILLER               PIC X.
           02  ARCH-NEW-ZIP         PIC X(5).
           02  FILLER               PIC X.
           02  ARCH-OPID            PIC X(3).
           02  FILLER               PIC X.
           02  ARCH-DATE            PIC 9(7).
           02  FILLER               PIC X.
           02  ARCH-TIME            PIC 9(7).
           02  FILLER               PIC X.
           02  ARCH-PAYMEI-AMT      PIC S9(9)V99.
           02  FILLER               PIC X.
           02  ARCH-PAYME1I-AMT     PIC S9(9)V99.
           02  FILLER               PIC X.
           02  ARCH-MAKER-OPID      PIC X(3).
           02  FILLER               PIC X.
           02  ARCH-CHECKER-OPID    PIC X(3).
           02  FILLER               PIC X.
           02  ARCH-APPR-STATUS     PIC X.
           02  FILLER               PIC X.
           02  ARCH-APPR-DATE       PIC 9(7).
           02  FILLER               PIC X.
           02  ARCH-APPR-TIME       PIC 9(7).
           02  FILLER               PIC X.
           02  ARCH-OCC-AMT         PIC 9(5) OCCURS 5 TIMES.
           02  FILLER               PIC X.
           02  ARCH-OCC-TOTAL       PIC 9(7).
           02  FILLER               PIC X.
           02  ARCH-CHANGE-TYPE     PIC X.
           02  FILLER               PIC X.
           02  ARCH-ESC-STATUS      PIC X.
           02  FILLER               PIC X.
           02  ARCH-ESC-DATE        PIC 9(7).
           02  FILLER               PIC X.
           02  ARCH-ESC-TIME        PIC 9(7).
           02  FILLER               PIC X.
           02  ARCH-CHECKER2-OPID   PIC X(3).
           02  FILLER               PIC X.
           02  ARCH-APPR2-DATE      PIC 9(7).
           02  FILLER               PIC X.
           02  ARCH-APPR2-TIME      PIC 9(7).
           02  FILLER               PIC X.
           02  ARCH-OLD-STATUS      PIC X.
           02  FILLER               PIC X.
           02  ARCH-NEW-STATUS      PIC X.
           02  FILLER               PIC X.
           02  ARCH-REASON-CD       PIC X(3).
           02  FILLER               PIC X.
           02  ARCH-PAY-CCY         PIC X(3).
           02  FILLER               PIC X.
           02  ARCH-PAYMEI-USD      PIC S9(9)V99.
           02  FILLER               PIC X.
           02  ARCH-PAYME1I-USD     PIC S9(9)V99.
           02  FILLER               PIC X.
           02  ARCH-CUST-NUMBER     PIC 9(7).

       01  WS-SEALED-CNT            PIC 9(5) VALUE 0.
       01  WS-CHECKED-CNT           PIC 9(5) VALUE 0.
       01  WS-BAD-CNT               PIC 9(5) VALUE 0.
       01  WS-RESTORED-CNT          PIC 9(7) VALUE 0.
       01  WS-DAY-STATUS            PIC X(20) VALUE SPACES.

       01  WS-HDG-1.
           02  FILLER       PIC X(24) VALUE 'GUI6HIST DAILY SEAL -'.
           02  HDG-MODE     PIC X(8).
           02  FILLER       PIC X(10) VALUE ' RUN DATE '.
           02  HDG-RUN-DATE PIC 9(8).
       01  WS-HDG-SEAL.
           02  FILLER       PIC X(10) VALUE 'DAY'.
           02  FILLER       PIC X(9)  VALUE '  RECORDS'.
           02  FILLER       PIC X(17) VALUE '           AMOUNT'.
           02  FILLER       PIC X(13) VALUE '    OCC TOTAL'.
           02  FILLER       PIC X(11) VALUE '      CHECK'.
       01  WS-HDG-VERIFY.
           02  FILLER       PIC X(10) VALUE 'DAY'.
           02  FILLER       PIC X(16) VALUE '  SEALED    NOW'.
           02  FILLER       PIC X(17) VALUE '    SEALED AMOUNT'.
           02  FILLER       PIC X(17) VALUE '       NOW AMOUNT'.
           02  FILLER       PIC X(8)  VALUE '  RESULT'.
       01  WS-SEAL-LINE.
           02  SL-DATE      PIC 9(8).
           02  FILLER       PIC X(2)  VALUE SPACES.
           02  SL-CNT       PIC Z(6)9.
           02  FILLER       PIC X(2)  VALUE SPACES.
           02  SL-AMT       PIC -(11)9.99.
           02  FILLER       PIC X(2)  VALUE SPACES.
           02  SL-OCC       PIC Z(10)9.
           02  FILLER       PIC X(2)  VALUE SPACES.
           02  SL-CHECK     PIC 9(9).
       01  WS-VERIFY-LINE.
           02  VL-DATE      PIC 9(8).
           02  FILLER       PIC X(2)  VALUE SPACES.
           02  VL-SEAL-CNT  PIC Z(6)9.
           02  FILLER       PIC X(1)  VALUE SPACE.
           02  VL-NOW-CNT   PIC Z(6)9.
           02  FILLER       PIC X(1)  VALUE SPACE.
           02  VL-SEAL-AMT  PIC -(12)9.99.
           02  FILLER       PIC X(1)  VALUE SPACE.
           02  VL-NOW-AMT   PIC -(12)9.99.
           02  FILLER       PIC X(2)  VALUE SPACES.
           02  VL-STATUS    PIC X(20).
       01  WS-NOTE-LINE             PIC X(80).
       01  WS-SUMMARY-SEAL.
           02  FILLER       PIC X(12) VALUE 'DAYS SEALED='.
           02  SUM-SEALED   PIC ZZZZ9.
           02  FILLER       PIC X(4)  VALUE SPACES.
           02  FILLER       PIC X(14) VALUE 'SEALS ON FILE='.
           02  SUM-ON-FILE  PIC Z(6)9.
       01  WS-SUMMARY-VERIFY.
           02  FILLER       PIC X(13) VALUE 'DAYS CHECKED='.
           02  SUM-CHECKED  PIC ZZZZ9.
           02  FILLER       PIC X(4)  VALUE SPACES.
           02  FILLER       PIC X(15) VALUE 'DAYS NOT MATCH='.
           02  SUM-BAD      PIC ZZZZ9.
           02  FILLER       PIC X(4)  VALUE SPACES.
           02  FILLER       PIC X(10) VALUE 'RESTORED='.
           02  SUM-RESTORED PIC Z(6)9.
       01  WS-BL-DETAIL.
           02  FILLER       PIC X(9)  VALUE 'GUI6SEAL '.
           02  BLD-LIT-1    PIC X(8).
           02  BLD-CNT-1    PIC ZZZZ9.
           02  BLD-LIT-2    PIC X(5).
           02  BLD-CNT-2    PIC ZZZZ9.
           02  FILLER       PIC X(8)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM WRITE-BATCH-START-ENTRY
           PERFORM READ-MODE-PARM
           ACCEPT WS-RUN-DATE     FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME     FROM TIME
           ACCEPT WS-TODAY-JULIAN FROM DAY
           MOVE WS-TODAY-JULIAN TO LK-JD-JULIAN
           CALL 'JULDAY' USING JULDAY-PARMS
           MOVE LK-JD-ABS-DAY TO WS-TODAY-ABS-DAY
           OPEN OUTPUT GUI6SEAL-RPT
           IF WS-MODE-VERIFY
               MOVE 'VERIFY' TO HDG-MODE
           ELSE
               MOVE 'SEAL' TO HDG-MODE
           END-IF
           MOVE WS-RUN-DATE-NUM TO HDG-RUN-DATE
           MOVE WS-HDG-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF WS-MODE-VERIFY
               MOVE WS-HDG-VERIFY TO RPT-LINE
               WRITE RPT-LINE
               PERFORM VERIFY-SEALS
           ELSE
               MOVE WS-HDG-SEAL TO RPT-LINE
               WRITE RPT-LINE
               PERFORM SEAL-NEW-DAYS
           END-IF
           PERFORM WRITE-SUMMARY-LINE
           CLOSE GUI6SEAL-RPT
           PERFORM WRITE-BATCH-LOG-ENTRY
           IF WS-MODE-VERIFY
               DISPLAY 'GUI6SEAL DAYS CHECKED:      ' WS-CHECKED-CNT
               DISPLAY 'GUI6SEAL DAYS NOT MATCHING: ' WS-BAD-CNT
           ELSE
               DISPLAY 'GUI6SEAL DAYS SEALED:       ' WS-SEALED-CNT
           END-IF
           STOP RUN.

      * OPTIONAL SYSIN CARD - A MISSING FILE OR BLANK/UNKNOWN MODE
      * SEALS; AN UNREADABLE DATE FALLS BACK TO THE SEALED RANGE
       READ-MODE-PARM.
           OPEN INPUT PARM-FILE
           READ PARM-FILE
               AT END SET WS-NO-MORE-PARMS TO TRUE
           END-READ
           IF NOT WS-NO-MORE-PARMS
               MOVE PARM-MODE TO WS-RUN-MODE
               IF NOT WS-MODE-VERIFY
                   MOVE SPACES TO WS-RUN-MODE
               END-IF
               IF PARM-FROM-DATE IS NUMERIC
                   MOVE PARM-FROM-DATE TO WS-PARM-FROM
               END-IF
               IF PARM-TO-DATE IS NUMERIC
                   MOVE PARM-TO-DATE TO WS-PARM-TO
               END-IF
           END-IF
           CLOSE PARM-FILE.

      * SEAL EVERY DAY AFTER THE LAST SEAL UP TO YESTERDAY - TODAY IS
      * STILL BEING WRITTEN. THE FIRST RUN STARTS AT THE OLDEST DAY
      * STILL ON GUI6HIST OR GUI6HARC.
       SEAL-NEW-DAYS.
           OPEN I-O HISTSEAL-FILE
           PERFORM FIND-SEAL-RANGE-ON-FILE
           COMPUTE WS-RANGE-TO-ABS = WS-TODAY-ABS-DAY - 1
           IF WS-LAST-SEAL-DATE = 0
               PERFORM FIND-EARLIEST-HIST-DAY
           ELSE
               MOVE WS-LAST-SEAL-DATE TO LK-JD-JULIAN
               CALL 'JULDAY' USING JULDAY-PARMS
               COMPUTE WS-RANGE-FROM-ABS = LK-JD-ABS-DAY + 1
           END-IF
           IF WS-RANGE-FROM-ABS = 0
                   OR WS-RANGE-FROM-ABS > WS-RANGE-TO-ABS
               MOVE 'NO COMPLETE DAY LEFT TO SEAL' TO WS-NOTE-LINE
               MOVE WS-NOTE-LINE TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               IF WS-RANGE-TO-ABS - WS-RANGE-FROM-ABS + 1 > 3660
                   SET WS-RANGE-CUT TO TRUE
                   COMPUTE WS-RANGE-TO-ABS = WS-RANGE-FROM-ABS + 3659
               END-IF
               PERFORM ACCUMULATE-RANGE
               PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                       UNTIL WS-DAY-SUB > WS-RANGE-DAYS
                   PERFORM WRITE-DAY-SEAL
               END-PERFORM
               IF WS-RANGE-CUT
                   MOVE 'RANGE CUT AT 3660 DAYS - THE NEXT RUN SEALS ON'
                       TO WS-NOTE-LINE
                   MOVE WS-NOTE-LINE TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-IF
           CLOSE HISTSEAL-FILE.

      * ONE PASS OVER THE SEALS - HOW MANY, THE FIRST AND LAST DAY,
      * AND THE LAST CHECK VALUE
       FIND-SEAL-RANGE-ON-FILE.
           MOVE 'N' TO WS-SEAL-EOF-SW
           PERFORM UNTIL WS-NO-MORE-SEALS
               READ HISTSEAL-FILE NEXT RECORD
                   AT END SET WS-NO-MORE-SEALS TO TRUE
               END-READ
               IF NOT WS-NO-MORE-SEALS
                   ADD 1 TO WS-SEALS-ON-FILE
                   IF WS-FIRST-SEAL-DATE = 0
                       MOVE SEAL-DATE TO WS-FIRST-SEAL-DATE
                   END-IF
                   MOVE SEAL-DATE  TO WS-LAST-SEAL-DATE
                   MOVE SEAL-CHECK TO WS-LAST-CHECK
               END-IF
           END-PERFORM.

       FIND-EARLIEST-HIST-DAY.
           MOVE 0 TO WS-EARLIEST-JULIAN
           MOVE 'N' TO WS-HIST-EOF-SW
           OPEN INPUT GUI6HIST-FILE
           PERFORM UNTIL WS-NO-MORE-HIST
               READ GUI6HIST-FILE NEXT RECORD
                   AT END SET WS-NO-MORE-HIST TO TRUE
               END-READ
               IF NOT WS-NO-MORE-HIST
                   MOVE HIST-DATE TO WS-JULIAN-WORK
                   IF WS-JULIAN-WORK > 0
                       AND (WS-EARLIEST-JULIAN = 0
                            OR WS-JULIAN-WORK < WS-EARLIEST-JULIAN)
                       MOVE WS-JULIAN-WORK TO WS-EARLIEST-JULIAN
                   END-IF
               END-IF
           END-PERFORM
           CLOSE GUI6HIST-FILE
           MOVE 'N' TO WS-HARC-EOF-SW
           OPEN INPUT GUI6HARC-FILE
           PERFORM UNTIL WS-NO-MORE-HARC
               READ GUI6HARC-FILE
                   AT END SET WS-NO-MORE-HARC TO TRUE
               END-READ
               IF NOT WS-NO-MORE-HARC
                   MOVE GUI6HARC-LINE TO WS-GUI6HARC-DETAIL
                   IF ARCH-DATE IS NUMERIC AND ARCH-DATE > 0
                       AND (WS-EARLIEST-JULIAN = 0
                            OR ARCH-DATE < WS-EARLIEST-JULIAN)
                       MOVE ARCH-DATE TO WS-EARLIEST-JULIAN
                   END-IF
               END-IF
           END-PERFORM
           CLOSE GUI6HARC-FILE
           MOVE 0 TO WS-RANGE-FROM-ABS
           IF WS-EARLIEST-JULIAN NOT = 0
               MOVE WS-EARLIEST-JULIAN TO LK-JD-JULIAN
               CALL 'JULDAY' USING JULDAY-PARMS
               MOVE LK-JD-ABS-DAY TO WS-RANGE-FROM-ABS
           END-IF.

      * TOTAL EVERY DAY IN WS-RANGE-FROM-ABS..WS-RANGE-TO-ABS: THE LIVE
      * RECORDS FIRST, THEN THE ARCHIVED LINES WHOSE RECORD IS NOT
      * BACK ON THE LIVE FILE
       ACCUMULATE-RANGE.
           INITIALIZE WS-DAY-TBL
           COMPUTE WS-RANGE-DAYS =
               WS-RANGE-TO-ABS - WS-RANGE-FROM-ABS + 1
           MOVE 'N' TO WS-HIST-EOF-SW
           OPEN INPUT GUI6HIST-FILE
           PERFORM UNTIL WS-NO-MORE-HIST
               READ GUI6HIST-FILE NEXT RECORD
                   AT END SET WS-NO-MORE-HIST TO TRUE
               END-READ
               IF NOT WS-NO-MORE-HIST
                   MOVE HIST-DATE TO LK-JD-JULIAN
                   CALL 'JULDAY' USING JULDAY-PARMS
                   MOVE LK-JD-ABS-DAY TO WS-REC-ABS-DAY
                   IF WS-REC-ABS-DAY >= WS-RANGE-FROM-ABS
                           AND WS-REC-ABS-DAY <= WS-RANGE-TO-ABS
                       PERFORM BUILD-IMAGE-FROM-HIST
                       PERFORM COMPUTE-RECORD-HASH
                       PERFORM ADD-RECORD-TO-DAY
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-HARC-EOF-SW
           OPEN INPUT GUI6HARC-FILE
           PERFORM UNTIL WS-NO-MORE-HARC
               READ GUI6HARC-FILE
                   AT END SET WS-NO-MORE-HARC TO TRUE
               END-READ
               IF NOT WS-NO-MORE-HARC
                   MOVE GUI6HARC-LINE TO WS-GUI6HARC-DETAIL
                   IF ARCH-DATE IS NUMERIC AND ARCH-DATE > 0
                       PERFORM ACCUMULATE-ARCHIVE-LINE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE GUI6HARC-FILE
           CLOSE GUI6HIST-FILE.

       ACCUMULATE-ARCHIVE-LINE.
           MOVE ARCH-DATE TO LK-JD-JULIAN
           CALL 'JULDAY' USING JULDAY-PARMS
           MOVE LK-JD-ABS-DAY TO WS-REC-ABS-DAY
           IF WS-REC-ABS-DAY >= WS-RANGE-FROM-ABS
                   AND WS-REC-ABS-DAY <= WS-RANGE-TO-ABS
               PERFORM BUILD-IMAGE-FROM-ARCH
               PERFORM COMPUTE-RECORD-HASH
               MOVE WS-REC-HASH TO WS-ARCH-HASH
               PERFORM CHECK-ARCH-ON-LIVE
               IF WS-ARCH-ON-LIVE
                   ADD 1 TO WS-RESTORED-CNT
               ELSE
                   PERFORM BUILD-IMAGE-FROM-ARCH
                   MOVE WS-ARCH-HASH TO WS-REC-HASH
                   PERFORM ADD-RECORD-TO-DAY
               END-IF
           END-IF.

      * A GUI6REST RESTORE PUTS THE RECORD BACK UNDER A NEW TASK
      * NUMBER BUT THE SAME CUSTOMER, DATE AND TIME - LOOK FOR IT ON
      * THE CUSTOMER/DATE ALTERNATE KEY AND COMPARE CHECK VALUES
       CHECK-ARCH-ON-LIVE.
           MOVE 'N' TO WS-ON-LIVE-SW
           IF ARCH-CUST-NUMBER IS NUMERIC AND ARCH-TIME IS NUMERIC
               MOVE ARCH-CUST-NUMBER TO WS-ARCH-CUST-NUMBER
               MOVE ARCH-DATE        TO WS-ARCH-DATE
               MOVE ARCH-TIME        TO WS-ARCH-TIME
               MOVE WS-ARCH-CUST-NUMBER TO HIST-CK-CUST-NUMBER
               MOVE WS-ARCH-DATE        TO HIST-CK-DATE
               MOVE WS-ARCH-TIME        TO HIST-CK-TIME
               MOVE 'N' TO WS-LIVE-EOF-SW
               START GUI6HIST-FILE KEY IS EQUAL TO HIST-CUST-DATE-KEY
                   INVALID KEY SET WS-NO-MORE-LIVE TO TRUE
               END-START
               PERFORM UNTIL WS-NO-MORE-LIVE OR WS-ARCH-ON-LIVE
                   READ GUI6HIST-FILE NEXT RECORD
                       AT END SET WS-NO-MORE-LIVE TO TRUE
                   END-READ
                   IF NOT WS-NO-MORE-LIVE
                       IF HIST-CK-CUST-NUMBER NOT = WS-ARCH-CUST-NUMBER
                               OR HIST-CK-DATE NOT = WS-ARCH-DATE
                               OR HIST-CK-TIME NOT = WS-ARCH-TIME
                           SET WS-NO-MORE-LIVE TO TRUE
                       ELSE
                           PERFORM BUILD-IMAGE-FROM-HIST
                           PERFORM COMPUTE-RECORD-HASH
                           IF WS-REC-HASH = WS-ARCH-HASH
                               SET WS-ARCH-ON-LIVE TO TRUE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       BUILD-IMAGE-FROM-HIST.
           MOVE HIST-CHANGE-TYPE  TO SI-CHANGE-TYPE
           MOVE HIST-OPID         TO SI-OPID
           MOVE HIST-DATE         TO SI-DATE
           MOVE HIST-TIME         TO SI-TIME
           MOVE HIST-PAYMEI-AMT   TO SI-PAYMEI-AMT
           MOVE HIST-PAYME1I-AMT  TO SI-PAYME1I-AMT
           MOVE HIST-MAKER-OPID   TO SI-MAKER-OPID
           MOVE HIST-OCC-AMT(1)   TO SI-OCC-AMT(1)
           MOVE HIST-OCC-AMT(2)   TO SI-OCC-AMT(2)
           MOVE HIST-OCC-AMT(3)   TO SI-OCC-AMT(3)
           MOVE HIST-OCC-AMT(4)   TO SI-OCC-AMT(4)
           MOVE HIST-OCC-AMT(5)   TO SI-OCC-AMT(5)
           MOVE HIST-OCC-TOTAL    TO SI-OCC-TOTAL
           MOVE HIST-REASON-CD    TO SI-REASON-CD
           MOVE HIST-PAY-CCY      TO SI-PAY-CCY
           MOVE HIST-PAYMEI-USD   TO SI-PAYMEI-USD
           MOVE HIST-PAYME1I-USD  TO SI-PAYME1I-USD.

       BUILD-IMAGE-FROM-ARCH.
           MOVE ARCH-CHANGE-TYPE  TO SI-CHANGE-TYPE
           MOVE ARCH-OPID         TO SI-OPID
           MOVE ARCH-DATE         TO SI-DATE
           MOVE ARCH-TIME         TO SI-TIME
           MOVE ARCH-PAYMEI-AMT   TO SI-PAYMEI-AMT
           MOVE ARCH-PAYME1I-AMT  TO SI-PAYME1I-AMT
           MOVE ARCH-MAKER-OPID   TO SI-MAKER-OPID
           MOVE ARCH-OCC-AMT(1)   TO SI-OCC-AMT(1)
           MOVE ARCH-OCC-AMT(2)   TO SI-OCC-AMT(2)
           MOVE ARCH-OCC-AMT(3)   TO SI-OCC-AMT(3)
           MOVE ARCH-OCC-AMT(4)   TO SI-OCC-AMT(4)
           MOVE ARCH-OCC-AMT(5)   TO SI-OCC-AMT(5)
           MOVE ARCH-OCC-TOTAL    TO SI-OCC-TOTAL
           MOVE ARCH-REASON-CD    TO SI-REASON-CD
           MOVE ARCH-PAY-CCY      TO SI-PAY-CCY
           MOVE ARCH-PAYMEI-USD   TO SI-PAYMEI-USD
           MOVE ARCH-PAYME1I-USD  TO SI-PAYME1I-USD.

       COMPUTE-RECORD-HASH.
           MOVE 0 TO WS-REC-HASH
           PERFORM VARYING WS-SI-SUB FROM 1 BY 1
                   UNTIL WS-SI-SUB > LENGTH OF WS-SEAL-IMAGE
               COMPUTE WS-REC-HASH = FUNCTION MOD(
                   WS-REC-HASH * 31
                   + FUNCTION ORD(WS-SEAL-IMAGE(WS-SI-SUB:1)),
                   WS-HASH-PRIME)
           END-PERFORM.

       ADD-RECORD-TO-DAY.
           COMPUTE WS-ADD-SUB = WS-REC-ABS-DAY - WS-RANGE-FROM-ABS + 1
           ADD 1 TO DT-CNT(WS-ADD-SUB)
           ADD SI-PAYMEI-AMT SI-PAYME1I-AMT TO DT-AMT(WS-ADD-SUB)
           ADD SI-OCC-TOTAL TO DT-OCC(WS-ADD-SUB)
           COMPUTE DT-DIGEST(WS-ADD-SUB) = FUNCTION MOD(
               DT-DIGEST(WS-ADD-SUB) + WS-REC-HASH, WS-HASH-PRIME).

      * THE CHAINED CHECK VALUE FOR THE SEAL IN SEAL-RECORD - THE
      * PREVIOUS DAY'S CHECK, THIS DAY'S DIGEST, COUNT, TOTALS AND
      * DATE, FOLDED MOD THE PRIME
       COMPUTE-SEAL-CHECK.
           COMPUTE WS-AMT-CENTS = SEAL-AMT-TOTAL * 100
           COMPUTE WS-CALC-CHECK = FUNCTION MOD(
               SEAL-PREV-CHECK * 1000003
               + SEAL-DIGEST
               + SEAL-REC-CNT * 7
               + FUNCTION MOD(WS-AMT-CENTS, WS-HASH-PRIME)
               + FUNCTION MOD(SEAL-OCC-TOTAL, WS-HASH-PRIME)
               + SEAL-DATE,
               WS-HASH-PRIME).

       WRITE-DAY-SEAL.
           COMPUTE WS-DAY-ABS = WS-RANGE-FROM-ABS + WS-DAY-SUB - 1
           COMPUTE SEAL-DATE =
               FUNCTION DAY-OF-INTEGER(WS-DAY-ABS) - 1900000
           COMPUTE SEAL-CAL-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-ABS)
           MOVE DT-CNT(WS-DAY-SUB)    TO SEAL-REC-CNT
           MOVE DT-AMT(WS-DAY-SUB)    TO SEAL-AMT-TOTAL
           MOVE DT-OCC(WS-DAY-SUB)    TO SEAL-OCC-TOTAL
           MOVE DT-DIGEST(WS-DAY-SUB) TO SEAL-DIGEST
           MOVE WS-LAST-CHECK         TO SEAL-PREV-CHECK
           PERFORM COMPUTE-SEAL-CHECK
           MOVE WS-CALC-CHECK         TO SEAL-CHECK
           MOVE WS-RUN-DATE-NUM       TO SEAL-SEALED-DATE
           MOVE WS-RUN-TIME(1:6)      TO SEAL-SEALED-TIME
           WRITE SEAL-RECORD
               INVALID KEY
                   DISPLAY 'GUI6SEAL - SEAL ALREADY ON FILE FOR '
                       SEAL-CAL-DATE
           END-WRITE
           MOVE SEAL-CHECK TO WS-LAST-CHECK
           ADD 1 TO WS-SEALED-CNT
           ADD 1 TO WS-SEALS-ON-FILE
           MOVE SEAL-CAL-DATE  TO SL-DATE
           MOVE SEAL-REC-CNT   TO SL-CNT
           MOVE SEAL-AMT-TOTAL TO SL-AMT
           MOVE SEAL-OCC-TOTAL TO SL-OCC
           MOVE SEAL-CHECK     TO SL-CHECK
           MOVE WS-SEAL-LINE TO RPT-LINE
           WRITE RPT-LINE.

      * RE-COUNT THE REQUESTED DAYS, THEN WALK EVERY SEAL FROM THE
      * FIRST - THE CHAIN CAN ONLY BE FOLLOWED FROM ITS START - AND
      * REPORT EACH DAY IN THE RANGE THAT NO LONGER MATCHES
       VERIFY-SEALS.
           OPEN INPUT HISTSEAL-FILE
           PERFORM FIND-SEAL-RANGE-ON-FILE
           CLOSE HISTSEAL-FILE
           IF WS-SEALS-ON-FILE = 0
               MOVE 'NO SEALS ON FILE TO VERIFY' TO WS-NOTE-LINE
               MOVE WS-NOTE-LINE TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               PERFORM SET-VERIFY-RANGE
               PERFORM ACCUMULATE-RANGE
               PERFORM CHECK-SEAL-CHAIN
               IF WS-RANGE-CUT
                   MOVE 'RANGE CUT AT 3660 DAYS FROM THE FROM-DATE'
                       TO WS-NOTE-LINE
                   MOVE WS-NOTE-LINE TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-IF.

       SET-VERIFY-RANGE.
           MOVE WS-FIRST-SEAL-DATE TO LK-JD-JULIAN
           CALL 'JULDAY' USING JULDAY-PARMS
           MOVE LK-JD-ABS-DAY TO WS-RANGE-FROM-ABS
           MOVE WS-LAST-SEAL-DATE TO LK-JD-JULIAN
           CALL 'JULDAY' USING JULDAY-PARMS
           MOVE LK-JD-ABS-DAY TO WS-RANGE-TO-ABS
           IF WS-PARM-FROM NOT = 0
               COMPUTE WS-DAY-ABS =
                   FUNCTION INTEGER-OF-DATE(WS-PARM-FROM)
               IF WS-DAY-ABS > 0
                   MOVE WS-DAY-ABS TO WS-RANGE-FROM-ABS
               END-IF
           END-IF
           IF WS-PARM-TO NOT = 0
               COMPUTE WS-DAY-ABS =
                   FUNCTION INTEGER-OF-DATE(WS-PARM-TO)
               IF WS-DAY-ABS > 0
                   MOVE WS-DAY-ABS TO WS-RANGE-TO-ABS
               END-IF
           END-IF
           IF WS-RANGE-TO-ABS < WS-RANGE-FROM-ABS
               MOVE WS-RANGE-FROM-ABS TO WS-RANGE-TO-ABS
           END-IF
           IF WS-RANGE-TO-ABS - WS-RANGE-FROM-ABS + 1 > 3660
               SET WS-RANGE-CUT TO TRUE
               COMPUTE WS-RANGE-TO-ABS = WS-RANGE-FROM-ABS + 3659
           END-IF.

       CHECK-SEAL-CHAIN.
           MOVE 0 TO WS-PRIOR-CHECK
           MOVE 0 TO WS-PRIOR-ABS-DAY
           MOVE 'N' TO WS-SEAL-EOF-SW
           OPEN INPUT HISTSEAL-FILE
           PERFORM UNTIL WS-NO-MORE-SEALS
               READ HISTSEAL-FILE NEXT RECORD
                   AT END SET WS-NO-MORE-SEALS TO TRUE
               END-READ
               IF NOT WS-NO-MORE-SEALS
                   PERFORM CHECK-ONE-SEAL
               END-IF
           END-PERFORM
           CLOSE HISTSEAL-FILE.

      * THE SEAL RECORD MUST STILL MATCH ITS OWN CHECK VALUE, POINT
      * BACK AT THE SEAL BEFORE IT AND FOLLOW IT BY ONE DAY; A DAY IN
      * THE RANGE MUST ALSO STILL TOTAL WHAT WAS SEALED
       CHECK-ONE-SEAL.
           MOVE SPACES TO WS-DAY-STATUS
           MOVE SEAL-DATE TO LK-JD-JULIAN
           CALL 'JULDAY' USING JULDAY-PARMS
           MOVE LK-JD-ABS-DAY TO WS-SEAL-ABS-DAY
           PERFORM COMPUTE-SEAL-CHECK
           IF WS-CALC-CHECK NOT = SEAL-CHECK
               MOVE 'SEAL RECORD ALTERED' TO WS-DAY-STATUS
           ELSE
               IF SEAL-PREV-CHECK NOT = WS-PRIOR-CHECK
                   MOVE 'CHAIN BROKEN' TO WS-DAY-STATUS
               ELSE
                   IF WS-PRIOR-ABS-DAY NOT = 0
                       AND WS-SEAL-ABS-DAY NOT = WS-PRIOR-ABS-DAY + 1
                       MOVE 'SEAL MISSING BEFORE' TO WS-DAY-STATUS
                   END-IF
               END-IF
           END-IF
           IF WS-SEAL-ABS-DAY >= WS-RANGE-FROM-ABS
                   AND WS-SEAL-ABS-DAY <= WS-RANGE-TO-ABS
               ADD 1 TO WS-CHECKED-CNT
               COMPUTE WS-DAY-SUB =
                   WS-SEAL-ABS-DAY - WS-RANGE-FROM-ABS + 1
               IF WS-DAY-STATUS = SPACES
                   IF DT-CNT(WS-DAY-SUB) NOT = SEAL-REC-CNT
                           OR DT-AMT(WS-DAY-SUB) NOT = SEAL-AMT-TOTAL
                           OR DT-OCC(WS-DAY-SUB) NOT = SEAL-OCC-TOTAL
                           OR DT-DIGEST(WS-DAY-SUB) NOT = SEAL-DIGEST
                       MOVE 'CONTENTS CHANGED' TO WS-DAY-STATUS
                   END-IF
               END-IF
               IF WS-DAY-STATUS NOT = SPACES
                   ADD 1 TO WS-BAD-CNT
                   MOVE SEAL-CAL-DATE       TO VL-DATE
                   MOVE SEAL-REC-CNT        TO VL-SEAL-CNT
                   MOVE DT-CNT(WS-DAY-SUB)  TO VL-NOW-CNT
                   MOVE SEAL-AMT-TOTAL      TO VL-SEAL-AMT
                   MOVE DT-AMT(WS-DAY-SUB)  TO VL-NOW-AMT
                   MOVE WS-DAY-STATUS       TO VL-STATUS
                   MOVE WS-VERIFY-LINE TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-IF
           MOVE SEAL-CHECK      TO WS-PRIOR-CHECK
           MOVE WS-SEAL-ABS-DAY TO WS-PRIOR-ABS-DAY.

       WRITE-SUMMARY-LINE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF WS-MODE-VERIFY
               MOVE WS-CHECKED-CNT  TO SUM-CHECKED
               MOVE WS-BAD-CNT      TO SUM-BAD
               MOVE WS-RESTORED-CNT TO SUM-RESTORED
               MOVE WS-SUMMARY-VERIFY TO RPT-LINE
           ELSE
               MOVE WS-SEALED-CNT    TO SUM-SEALED
               MOVE WS-SEALS-ON-FILE TO SUM-ON-FILE
               MOVE WS-SUMMARY-SEAL TO RPT-LINE
           END-IF
           WRITE RPT-LINE.

      * A VERIFY RUN THAT FOUND ANY DAY NOT MATCHING LOGS 'FAIL', THE
      * WAY SEQAUDIT LOGS A GAP, SO IT SHOWS ON THE BATCHWIN SUMMARY
       WRITE-BATCH-LOG-ENTRY.
           MOVE 'GUI6SEAL' TO BL-PROGRAM
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           IF WS-MODE-VERIFY
               MOVE 'CHECKED=' TO BLD-LIT-1
               MOVE WS-CHECKED-CNT TO BLD-CNT-1
               MOVE ' BAD=' TO BLD-LIT-2
               MOVE WS-BAD-CNT TO BLD-CNT-2
           ELSE
               MOVE 'SEALED=' TO BLD-LIT-1
               MOVE WS-SEALED-CNT TO BLD-CNT-1
               MOVE SPACES TO BLD-LIT-2
               MOVE 0 TO BLD-CNT-2
           END-IF
           IF WS-BAD-CNT > 0
               MOVE 'FAIL' TO BL-STATUS
           ELSE
               MOVE 'DONE' TO BL-STATUS
           END-IF
           MOVE WS-BL-DETAIL TO BL-DETAIL
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.

      * ONE 'STRT' ENTRY AT JOB ENTRY, PAIRED BY BATCHWIN WITH THE
      * COMPLETION ENTRY ABOVE
       WRITE-BATCH-START-ENTRY.
           MOVE 'GUI6SEAL' TO BL-PROGRAM
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           MOVE 'STRT' TO BL-STATUS
           MOVE SPACES TO BL-DETAIL
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.
