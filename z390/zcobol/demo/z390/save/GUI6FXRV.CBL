      ***************************************************************
      * Author.  Maintenance team, following the GUI6GLRC/GUI6STR
      *          style
      * Remarks. Since RPI 2199 a PAYMEI/PAYME1I change keyed in a
      *          foreign currency carries HIST-PAY-CCY and the USD
      *          figures FXRATE gave it at keying time (HIST-PAYMEI-
      *          USD/HIST-PAYME1I-USD), and those USD figures are
      *          what the maker-checker thresholds were judged on.
      *          Nothing measured how far they have drifted since.
      *          This nightly revaluation scans GUI6HIST for payment
      *          changes in a non-USD currency that are still open -
      *          pending a first or second checker, or approved but
      *          not yet posted (no line on the GLEXTR GL extract, the
      *          same test GUI6GLRC uses) - restates each one in USD at
      *          tonight's FXRATEC rate, and reports the gain or loss
      *          against the keyed USD figure, with the exposure
      *          totalled by currency.
      *
      *          A change whose restated amount now falls on the other
      *          side of either approval threshold from where it was
      *          keyed is flagged THRESHOLD - a pending change that
      *          has drifted over the second-tier threshold needs a
      *          second checker it was never routed to. A currency no
      *          longer on FXRATE's table is flagged NO RATE and left
      *          out of the totals. Either flag logs WARN.
      ***************************************************************
      * 10/15/26 RPI 2221 INITIAL CODING
      * 10/15/26 RPI 2240 GUI6HIST SELECT DECLARES THE NEW
      *                   HIST-CUST-DATE-KEY, HIST-OLD-NAME-KEY AND
      *                   HIST-NEW-NAME-KEY ALTERNATE KEYS (GUI6HIST
      *                   RECORD NOW 424 BYTES)
      * 10/15/26 RPI 2265 BATCHLOG DETAIL NO LONGER REPEATS THE PROGRAM
      *                   NAME BL-PROGRAM ALREADY CARRIES, SO THE
      *                   NO-RATE COUNT FITS IN BL-DETAIL
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUI6FXRV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GUI6HIST-FILE ASSIGN TO 'GUI6HIST'
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY HIST-KEY
               ALTERNATE RECORD KEY HIST-CUST-DATE-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY HIST-OLD-NAME-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY HIST-NEW-NAME-KEY WITH DUPLICATES.
           SELECT GLEXTR-FILE ASSIGN TO 'GLEXTR'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT GUI6FXRV-RPT ASSIGN TO 'GUI6FXRP'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BATCH-LOG-FILE ASSIGN TO 'BATCHLOG'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PARMFIL-FILE ASSIGN TO 'PARMFIL'
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY PRM-KEY.
       DATA DIVISION.
       FILE SECTION.
       FD  GUI6HIST-FILE.
           COPY GUI6HIST.
       FD  GLEXTR-FILE.
       01  GL-LINE                  PIC X(19).
       FD  GUI6FXRV-RPT.
       01  RPT-LINE                 PIC X(80).
       FD  BATCH-LOG-FILE.
       01  BL-LINE                  PIC X(80).
       FD  PARMFIL-FILE.
           COPY PARMFIL.

       WORKING-STORAGE SECTION.
       COPY BATCHLOG.
       COPY FXRATEC.
       01  WS-HIST-EOF-SW            PIC X VALUE 'N'.
           88  WS-NO-MORE-HIST           VALUE 'Y'.
       01  WS-GL-EOF-SW              PIC X VALUE 'N'.
           88  WS-NO-MORE-GL              VALUE 'Y'.
       01  WS-OPEN-CNT               PIC 9(5) VALUE 0.
       01  WS-CROSS-CNT              PIC 9(5) VALUE 0.
       01  WS-NO-RATE-CNT            PIC 9(5) VALUE 0.
       01  WS-GL-CNT                 PIC 9(6) VALUE 0.

      * THE SAME TWO MAKER-CHECKER THRESHOLDS TESTGUI6 ROUTES ON, OFF
      * THE SAME PARMFIL RECORDS (RPI 2194) - A MISSING FILE OR
      * RECORD KEEPS THE COMPILED-IN DEFAULTS, WHICH MATCH TESTGUI6'S
       01  WS-PAYMENT-THRESHOLD      PIC S9(9)V99 VALUE 10000.00.
       01  WS-PAYMENT-THRESHOLD2     PIC S9(9)V99 VALUE 100000.00.

      * ONE GL EXTRACT LINE - TASK NUMBER AND THE AMOUNT IT POSTED FOR
       01  WS-GL-REC.
           02  GL-TASKN              PIC 9(7).
           02  FILLER                PIC X.
           02  GL-POSTED-AMT         PIC S9(9)V99.

      * THE GL EXTRACT'S TASK NUMBERS, LOADED ONE TIME THE WAY
      * GUI6GLRC LOADS THEM. IF IT EVER FILLS, AN APPROVED CHANGE THAT
      * CANNOT BE FOUND IS STILL REVALUED - OVERSTATING THE EXPOSURE
      * IS THE SAFE SIDE - AND THE RUN WARNS WITH THE DROPPED COUNT
       01  WS-GL-TBL.
           02  GL-ENTRY OCCURS 5000 TIMES.
               04  GLT-TASKN         PIC 9(7).
       01  WS-GL-SUB                 PIC 9(5).
       01  WS-GL-TBL-FULL-SW         PIC X VALUE 'N'.
           88  WS-GL-TBL-IS-FULL         VALUE 'Y'.
       01  WS-GL-DROPPED-CNT         PIC 9(6) VALUE 0.
       01  WS-GL-FOUND-SW            PIC X VALUE 'N'.
           88  WS-GL-FOUND               VALUE 'Y'.

      * ONE CHANGE RESTATED - EACH FIELD IS CONVERTED AND THRESHOLD-
      * TESTED ON ITS OWN, THE WAY TESTGUI6 TESTS THEM AT KEYING
       01  WS-REVAL-PAYMEI-USD       PIC S9(9)V99 VALUE 0.
       01  WS-REVAL-PAYME1I-USD      PIC S9(9)V99 VALUE 0.
       01  WS-KEYED-TOTAL-USD        PIC S9(9)V99 VALUE 0.
       01  WS-REVAL-TOTAL-USD        PIC S9(9)V99 VALUE 0.
       01  WS-GAIN-LOSS              PIC S9(9)V99 VALUE 0.
       01  WS-RATE-OK-SW             PIC X VALUE 'Y'.
           88  WS-RATE-OK                VALUE 'Y'.
       01  WS-CROSSED-SW             PIC X VALUE 'N'.
           88  WS-CROSSED                VALUE 'Y'.
       01  WS-KEYED-TIER             PIC 9.
       01  WS-REVAL-TIER             PIC 9.
       01  WS-TIER-AMT               PIC S9(9)V99.

      * EXPOSURE BY CURRENCY - FIND-OR-ADD, THE SAME PATTERN GUI6STR'S
      * ACCUMULATE-CUSTOMER-ENTRY USES
       01  WS-CCY-TBL.
           02  CCY-ENTRY OCCURS 20 TIMES.
               04  CT-CCY            PIC X(3).
               04  CT-CNT            PIC 9(5).
               04  CT-KEYED-USD      PIC S9(11)V99.
               04  CT-REVAL-USD      PIC S9(11)V99.
       01  WS-CCY-TBL-CNT            PIC 9(2) VALUE 0.
       01  WS-CCY-SUB                PIC 9(2).
       01  WS-CCY-FOUND-SUB          PIC 9(2).
       01  WS-CCY-DROPPED-CNT        PIC 9(5) VALUE 0.
       01  WS-TOT-KEYED-USD          PIC S9(11)V99 VALUE 0.
       01  WS-TOT-REVAL-USD          PIC S9(11)V99 VALUE 0.

       01  WS-RUN-DATE.
           02  WS-RUN-YYYY           PIC 9(4).
           02  WS-RUN-MM             PIC 9(2).
           02  WS-RUN-DD             PIC 9(2).

       01  WS-HDG-1.
           02  FILLER       PIC X(50) VALUE
               'GUI6 FOREIGN-CURRENCY PAYMENT REVALUATION'.
       01  WS-HDG-2.
           02  FILLER       PIC X(9)  VALUE 'TASKN'.
           02  FILLER       PIC X(4)  VALUE 'CCY'.
           02  FILLER       PIC X(3)  VALUE 'ST'.
           02  FILLER       PIC X(14) VALUE '   KEYED-USD'.
           02  FILLER       PIC X(14) VALUE '   TONIGHT-USD'.
           02  FILLER       PIC X(14) VALUE '   GAIN/LOSS'.
           02  FILLER       PIC X(10) VALUE ' FLAG'.
       01  WS-DETAIL-LINE.
           02  DET-TASKN       PIC 9(7).
           02  FILLER          PIC X(2) VALUE SPACES.
           02  DET-CCY         PIC X(3).
           02  FILLER          PIC X    VALUE SPACE.
           02  DET-STATUS      PIC X.
           02  FILLER          PIC X(2) VALUE SPACES.
           02  DET-KEYED-USD   PIC -(9)9.99.
           02  FILLER          PIC X    VALUE SPACE.
           02  DET-REVAL-USD   PIC -(9)9.99.
           02  FILLER          PIC X    VALUE SPACE.
           02  DET-GAIN-LOSS   PIC -(9)9.99.
           02  FILLER          PIC X    VALUE SPACE.
           02  DET-FLAG        PIC X(10).
       01  WS-CCY-HDG.
           02  FILLER       PIC X(50) VALUE
               'EXPOSURE BY CURRENCY'.
       01  WS-CCY-LINE.
           02  CCL-CCY         PIC X(3).
           02  FILLER          PIC X    VALUE SPACE.
           02  CCL-CNT         PIC ZZZZ9.
           02  FILLER          PIC X(4) VALUE SPACES.
           02  CCL-KEYED-USD   PIC -(11)9.99.
           02  FILLER          PIC X    VALUE SPACE.
           02  CCL-REVAL-USD   PIC -(11)9.99.
           02  FILLER          PIC X    VALUE SPACE.
           02  CCL-GAIN-LOSS   PIC -(11)9.99.
       01  WS-SUMMARY-LINE.
           02  FILLER       PIC X(11) VALUE 'OPEN CHGS='.
           02  SUM-OPEN     PIC ZZZZ9.
           02  FILLER       PIC X(4)  VALUE SPACES.
           02  FILLER       PIC X(11) VALUE 'THRESHOLD='.
           02  SUM-CROSS    PIC ZZZZ9.
           02  FILLER       PIC X(4)  VALUE SPACES.
           02  FILLER       PIC X(9)  VALUE 'NO RATE='.
           02  SUM-NORATE   PIC ZZZZ9.
       01  WS-BL-DETAIL.
           02  FILLER       PIC X(5)  VALUE 'OPEN='.
           02  BLD-OPEN     PIC ZZZZ9.
           02  FILLER       PIC X       VALUE SPACE.
           02  FILLER       PIC X(6)  VALUE 'CROSS='.
           02  BLD-CROSS    PIC ZZZZ9.
           02  FILLER       PIC X       VALUE SPACE.
           02  FILLER       PIC X(7)  VALUE 'NORATE='.
           02  BLD-NORATE   PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM WRITE-BATCH-START-ENTRY
           PERFORM LOAD-SHOP-PARAMETERS
           PERFORM LOAD-GL-TABLE
           OPEN INPUT GUI6HIST-FILE
           OPEN OUTPUT GUI6FXRV-RPT
           MOVE WS-HDG-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HDG-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM READ-HIST-RECORD
           PERFORM UNTIL WS-NO-MORE-HIST
               IF HIST-PAY-CCY NOT = SPACES
                       AND HIST-PAY-CCY NOT = 'USD'
                       AND (HIST-PAYMEI-AMT NOT = 0
                           OR HIST-PAYME1I-AMT NOT = 0)
                   IF HIST-APPR-PENDING OR HIST-APPR-PENDING-2ND
                       PERFORM REVALUE-ONE-CHANGE
                   ELSE
                   IF HIST-APPR-APPROVED
                       PERFORM CHECK-CHANGE-POSTED
                       IF NOT WS-GL-FOUND
                           PERFORM REVALUE-ONE-CHANGE
                       END-IF
                   END-IF
                   END-IF
               END-IF
               PERFORM READ-HIST-RECORD
           END-PERFORM
           CLOSE GUI6HIST-FILE
           PERFORM WRITE-CURRENCY-EXPOSURE
           PERFORM WRITE-SUMMARY-LINE
           CLOSE GUI6FXRV-RPT
           PERFORM WRITE-BATCH-LOG-ENTRY
           DISPLAY 'GUI6FXRV OPEN CHANGES REVALUED: ' WS-OPEN-CNT
           DISPLAY 'GUI6FXRV THRESHOLD CROSSED:     ' WS-CROSS-CNT
           DISPLAY 'GUI6FXRV NO RATE:               ' WS-NO-RATE-CNT
           IF WS-GL-TBL-IS-FULL
               DISPLAY 'GUI6FXRV WARNING - WS-GL-TBL FILLED AT '
                   WS-GL-CNT ' ENTRIES - ' WS-GL-DROPPED-CNT
                   ' GL EXTRACT LINE(S) WERE DROPPED - APPROVED '
                   'CHANGES NOT FOUND WERE REVALUED AS UNPOSTED'
           END-IF
           IF WS-CCY-DROPPED-CNT > 0
               DISPLAY 'GUI6FXRV WARNING - WS-CCY-TBL FULL - '
                   WS-CCY-DROPPED-CNT ' CHANGE(S) LEFT OUT OF THE '
                   'CURRENCY TOTALS'
           END-IF
           STOP RUN.

      * LOAD THE GL EXTRACT'S TASK NUMBERS ONE TIME - AN APPROVED
      * CHANGE WITH A LINE ON IT HAS POSTED AND IS NO LONGER EXPOSED
       LOAD-GL-TABLE.
           OPEN INPUT GLEXTR-FILE
           PERFORM READ-GL-RECORD
           PERFORM UNTIL WS-NO-MORE-GL
               IF WS-GL-CNT < 5000
                   ADD 1 TO WS-GL-CNT
                   MOVE GL-TASKN TO GLT-TASKN(WS-GL-CNT)
               ELSE
                   SET WS-GL-TBL-IS-FULL TO TRUE
                   ADD 1 TO WS-GL-DROPPED-CNT
               END-IF
               PERFORM READ-GL-RECORD
           END-PERFORM
           CLOSE GLEXTR-FILE.

       READ-GL-RECORD.
           READ GLEXTR-FILE
               AT END SET WS-NO-MORE-GL TO TRUE
           END-READ
           IF NOT WS-NO-MORE-GL
               MOVE GL-LINE TO WS-GL-REC
           END-IF.

       READ-HIST-RECORD.
           READ GUI6HIST-FILE NEXT
               AT END SET WS-NO-MORE-HIST TO TRUE
           END-READ.

       CHECK-CHANGE-POSTED.
           MOVE 'N' TO WS-GL-FOUND-SW
           PERFORM VARYING WS-GL-SUB FROM 1 BY 1
                   UNTIL WS-GL-SUB > WS-GL-CNT
               IF GLT-TASKN(WS-GL-SUB) = HIST-TASKN
                   SET WS-GL-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      * RESTATE BOTH PAYMENT FIELDS FROM HIST-PAY-CCY INTO USD AT
      * TONIGHT'S RATES THROUGH FXRATEC, THE SAME WRAPPER TESTGUI6
      * CONVERTED THEM WITH AT KEYING, AND REPORT THE DIFFERENCE
      * AGAINST THE USD FIGURES KEPT ON THE RECORD. GAIN/LOSS IS
      * TONIGHT LESS KEYED - POSITIVE MEANS THE PAYMENT NOW COSTS
      * MORE IN USD THAN THE CHECKER WAS SHOWN
       REVALUE-ONE-CHANGE.
           ADD 1 TO WS-OPEN-CNT
           SET WS-RATE-OK TO TRUE
           MOVE 'N' TO WS-CROSSED-SW
           MOVE HIST-PAY-CCY TO LK-FXC-FROM-CCY
           MOVE 'USD'        TO LK-FXC-TO-CCY
           MOVE SPACES       TO LK-FXC-AS-OF-DATE
           MOVE 0 TO WS-REVAL-PAYMEI-USD WS-REVAL-PAYME1I-USD
           IF HIST-PAYMEI-AMT NOT = 0
               MOVE HIST-PAYMEI-AMT TO LK-FXC-IN-AMT
               CALL 'FXRATEC' USING FXRATEC-PARMS
               IF LK-FXC-OK
                   MOVE LK-FXC-OUT-AMT TO WS-REVAL-PAYMEI-USD
               ELSE
                   MOVE 'N' TO WS-RATE-OK-SW
               END-IF
           END-IF
           IF HIST-PAYME1I-AMT NOT = 0
               MOVE HIST-PAYME1I-AMT TO LK-FXC-IN-AMT
               CALL 'FXRATEC' USING FXRATEC-PARMS
               IF LK-FXC-OK
                   MOVE LK-FXC-OUT-AMT TO WS-REVAL-PAYME1I-USD
               ELSE
                   MOVE 'N' TO WS-RATE-OK-SW
               END-IF
           END-IF
           COMPUTE WS-KEYED-TOTAL-USD =
               HIST-PAYMEI-USD + HIST-PAYME1I-USD
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE HIST-TASKN         TO DET-TASKN
           MOVE HIST-PAY-CCY       TO DET-CCY
           MOVE HIST-APPR-STATUS   TO DET-STATUS
           MOVE WS-KEYED-TOTAL-USD TO DET-KEYED-USD
           IF NOT WS-RATE-OK
               ADD 1 TO WS-NO-RATE-CNT
               MOVE 0         TO DET-REVAL-USD DET-GAIN-LOSS
               MOVE 'NO RATE' TO DET-FLAG
           ELSE
               COMPUTE WS-REVAL-TOTAL-USD =
                   WS-REVAL-PAYMEI-USD + WS-REVAL-PAYME1I-USD
               COMPUTE WS-GAIN-LOSS =
                   WS-REVAL-TOTAL-USD - WS-KEYED-TOTAL-USD
               MOVE WS-REVAL-TOTAL-USD TO DET-REVAL-USD
               MOVE WS-GAIN-LOSS       TO DET-GAIN-LOSS
               MOVE HIST-PAYMEI-USD     TO WS-TIER-AMT
               PERFORM SET-KEYED-TIER
               MOVE WS-REVAL-PAYMEI-USD TO WS-TIER-AMT
               PERFORM SET-REVAL-TIER
               IF WS-KEYED-TIER NOT = WS-REVAL-TIER
                   SET WS-CROSSED TO TRUE
               END-IF
               MOVE HIST-PAYME1I-USD     TO WS-TIER-AMT
               PERFORM SET-KEYED-TIER
               MOVE WS-REVAL-PAYME1I-USD TO WS-TIER-AMT
               PERFORM SET-REVAL-TIER
               IF WS-KEYED-TIER NOT = WS-REVAL-TIER
                   SET WS-CROSSED TO TRUE
               END-IF
               IF WS-CROSSED
                   ADD 1 TO WS-CROSS-CNT
                   MOVE 'THRESHOLD' TO DET-FLAG
               END-IF
               PERFORM ACCUMULATE-CURRENCY-ENTRY
           END-IF
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

      * WHICH SIDE OF THE TWO THRESHOLDS ONE USD AMOUNT FALLS ON -
      * 0 UNDER BOTH, 1 OVER THE FIRST, 2 OVER THE SECOND - JUDGED
      * ON THE ABSOLUTE AMOUNT WITH TESTGUI6'S STRICT GREATER-THAN
       SET-KEYED-TIER.
           IF WS-TIER-AMT < 0
               COMPUTE WS-TIER-AMT = 0 - WS-TIER-AMT
           END-IF
           MOVE 0 TO WS-KEYED-TIER
           IF WS-TIER-AMT > WS-PAYMENT-THRESHOLD
               MOVE 1 TO WS-KEYED-TIER
           END-IF
           IF WS-TIER-AMT > WS-PAYMENT-THRESHOLD2
               MOVE 2 TO WS-KEYED-TIER
           END-IF.

       SET-REVAL-TIER.
           IF WS-TIER-AMT < 0
               COMPUTE WS-TIER-AMT = 0 - WS-TIER-AMT
           END-IF
           MOVE 0 TO WS-REVAL-TIER
           IF WS-TIER-AMT > WS-PAYMENT-THRESHOLD
               MOVE 1 TO WS-REVAL-TIER
           END-IF
           IF WS-TIER-AMT > WS-PAYMENT-THRESHOLD2
               MOVE 2 TO WS-REVAL-TIER
           END-IF.

      * FIND HIST-PAY-CCY IN WS-CCY-TBL, ADDING IT ON ITS FIRST OPEN
      * CHANGE, THEN ADD THIS CHANGE'S KEYED AND RESTATED USD
       ACCUMULATE-CURRENCY-ENTRY.
           ADD WS-KEYED-TOTAL-USD TO WS-TOT-KEYED-USD
           ADD WS-REVAL-TOTAL-USD TO WS-TOT-REVAL-USD
           MOVE 0 TO WS-CCY-FOUND-SUB
           PERFORM VARYING WS-CCY-SUB FROM 1 BY 1
                   UNTIL WS-CCY-SUB > WS-CCY-TBL-CNT
               IF CT-CCY(WS-CCY-SUB) = HIST-PAY-CCY
                   MOVE WS-CCY-SUB TO WS-CCY-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-CCY-FOUND-SUB = 0 AND WS-CCY-TBL-CNT < 20
               ADD 1 TO WS-CCY-TBL-CNT
               MOVE WS-CCY-TBL-CNT TO WS-CCY-FOUND-SUB
               MOVE HIST-PAY-CCY TO CT-CCY(WS-CCY-FOUND-SUB)
               MOVE 0 TO CT-CNT(WS-CCY-FOUND-SUB)
                   CT-KEYED-USD(WS-CCY-FOUND-SUB)
                   CT-REVAL-USD(WS-CCY-FOUND-SUB)
           END-IF
           IF WS-CCY-FOUND-SUB NOT = 0
               ADD 1 TO CT-CNT(WS-CCY-FOUND-SUB)
               ADD WS-KEYED-TOTAL-USD TO CT-KEYED-USD(WS-CCY-FOUND-SUB)
               ADD WS-REVAL-TOTAL-USD TO CT-REVAL-USD(WS-CCY-FOUND-SUB)
           ELSE
               ADD 1 TO WS-CCY-DROPPED-CNT
           END-IF.

      * ONE LINE PER CURRENCY AND A GRAND TOTAL - THE NET USD THE
      * OPEN FOREIGN-CURRENCY CHANGES HAVE MOVED SINCE THEY WERE KEYED
       WRITE-CURRENCY-EXPOSURE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CCY-HDG TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-CCY-SUB FROM 1 BY 1
                   UNTIL WS-CCY-SUB > WS-CCY-TBL-CNT
               MOVE CT-CCY(WS-CCY-SUB)       TO CCL-CCY
               MOVE CT-CNT(WS-CCY-SUB)       TO CCL-CNT
               MOVE CT-KEYED-USD(WS-CCY-SUB) TO CCL-KEYED-USD
               MOVE CT-REVAL-USD(WS-CCY-SUB) TO CCL-REVAL-USD
               COMPUTE CCL-GAIN-LOSS =
                   CT-REVAL-USD(WS-CCY-SUB) - CT-KEYED-USD(WS-CCY-SUB)
               MOVE WS-CCY-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           MOVE 'ALL'            TO CCL-CCY
           COMPUTE CCL-CNT = WS-OPEN-CNT - WS-NO-RATE-CNT
           MOVE WS-TOT-KEYED-USD TO CCL-KEYED-USD
           MOVE WS-TOT-REVAL-USD TO CCL-REVAL-USD
           COMPUTE CCL-GAIN-LOSS = WS-TOT-REVAL-USD - WS-TOT-KEYED-USD
           MOVE WS-CCY-LINE TO RPT-LINE
           WRITE RPT-LINE.

       WRITE-SUMMARY-LINE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-OPEN-CNT    TO SUM-OPEN
           MOVE WS-CROSS-CNT   TO SUM-CROSS
           MOVE WS-NO-RATE-CNT TO SUM-NORATE
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE.

      * A THRESHOLD CROSSING OR A MISSING RATE LOGS 'WARN' SO
      * BATCHWIN'S OVERNIGHT SUMMARY SURFACES IT
       WRITE-BATCH-LOG-ENTRY.
           MOVE 'GUI6FXRV' TO BL-PROGRAM
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           MOVE WS-OPEN-CNT    TO BLD-OPEN
           MOVE WS-CROSS-CNT   TO BLD-CROSS
           MOVE WS-NO-RATE-CNT TO BLD-NORATE
           IF WS-CROSS-CNT > 0 OR WS-NO-RATE-CNT > 0
                   OR WS-GL-TBL-IS-FULL OR WS-CCY-DROPPED-CNT > 0
               MOVE 'WARN' TO BL-STATUS
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
           MOVE 'GUI6FXRV' TO BL-PROGRAM
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           MOVE 'STRT' TO BL-STATUS
           MOVE SPACES TO BL-DETAIL
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.

      * BOTH THRESHOLDS COME OFF THE SHOP-WIDE PARMFIL PARAMETER FILE
      * SO THIS REVALUATION JUDGES A CROSSING AGAINST THE SAME LINES
      * THE ONLINE CHECKER RULE ROUTES ON
       LOAD-SHOP-PARAMETERS.
           OPEN INPUT PARMFIL-FILE
           MOVE 'PAYMENT-THRESHOLD' TO PRM-NAME
           READ PARMFIL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PRM-VALUE NOT = SPACES
                       COMPUTE WS-PAYMENT-THRESHOLD =
                           FUNCTION NUMVAL(PRM-VALUE)
                   END-IF
           END-READ
           MOVE 'PAYMENT-THRESHOLD2' TO PRM-NAME
           READ PARMFIL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PRM-VALUE NOT = SPACES
                       COMPUTE WS-PAYMENT-THRESHOLD2 =
                           FUNCTION NUMVAL(PRM-VALUE)
                   END-IF
           END-READ
           CLOSE PARMFIL-FILE.
