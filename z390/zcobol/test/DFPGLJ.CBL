      ***************************************************************
      * Author.  Maintenance team, following the DFPCAP/GUI6GLRC
      *          style
      * Date.    10/14/26
      * Remarks. General-ledger journal feed from the DFPACCR accrual.
      *          The GL team re-keyed the accrual totals off ACCRRPT
      *          as journal entries every month. This reads the
      *          DFPINTR results DFPACCR writes, totals the accrued
      *          interest per ACCT-PRODUCT, and writes the DFPGLJ
      *          posting file the GL system takes as a file feed (the
      *          same way it hands GUI6GLRC its GLEXTR extract): one
      *          debit to interest expense and one credit to interest
      *          payable per product, in the GL reporting currency,
      *          between a batch header and a batch trailer that
      *          carries the entry count and the debit and credit
      *          control totals.
      *
      *          The batch is built in storage and proved before a
      *          single line is released - debits must equal credits,
      *          the product totals must foot to the DFPACCR portfolio
      *          record, and every product must convert into the
      *          reporting currency. Any failure rejects the whole
      *          batch: DFPGLJ is left empty (so last month's journal
      *          can never be fed again by mistake), the DFPGLRP
      *          report says why, and the step ends RC=16.
      *
      *          GL account numbers and the reporting currency come
      *          off PARMFIL (GL-INT-EXPENSE-ACCT, GL-INT-PAYABLE-ACCT,
      *          GL-REPORT-CCY) - a missing record keeps the compiled
      *          default. A non-USD journal is converted at the rates
      *          of the day DFPACCR stamped on its portfolio record
      *          (its DFPASOF date, or the day it ran), so a rerun
      *          books at the period's rates, not today's.
      ***************************************************************
      * 10/14/26 RPI 2214 INITIAL CODING
      * 10/15/26 RPI 2264 CONVERTS AT THE INTR-RATE-DATE OFF THE
      *                   DFPINTR PORTFOLIO RECORD
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFPGLJ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCRUAL-RESULT-FILE ASSIGN TO 'DFPINTR'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT GL-JOURNAL-FILE ASSIGN TO 'DFPGLJ'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT GL-JOURNAL-RPT ASSIGN TO 'DFPGLRP'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BATCH-LOG-FILE ASSIGN TO 'BATCHLOG'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PARMFIL-FILE ASSIGN TO 'PARMFIL'
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY PRM-KEY.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCRUAL-RESULT-FILE.
           COPY DFPINTR.
       FD  GL-JOURNAL-FILE.
       01  GLJ-LINE                 PIC X(80).
       FD  GL-JOURNAL-RPT.
       01  RPT-LINE                 PIC X(80).
       FD  BATCH-LOG-FILE.
       01  BL-LINE                  PIC X(80).
       FD  PARMFIL-FILE.
           COPY PARMFIL.

       WORKING-STORAGE SECTION.
       COPY BATCHLOG.
       COPY FXRATEC.
       01  WS-INTR-EOF-SW            PIC X VALUE 'N'.
           88  WS-NO-MORE-RESULTS        VALUE 'Y'.
       01  WS-PORT-FOUND-SW          PIC X VALUE 'N'.
           88  WS-PORT-FOUND             VALUE 'Y'.
       01  WS-REJECT-SW              PIC X VALUE 'N'.
           88  WS-BATCH-REJECTED         VALUE 'Y'.
       01  WS-REJECT-REASON          PIC X(60) VALUE SPACES.

      * SHOP PARAMETERS - COMPILED DEFAULTS, OVERRIDDEN FROM PARMFIL
       01  WS-GL-EXPENSE-ACCT        PIC X(10) VALUE '5100000000'.
       01  WS-GL-PAYABLE-ACCT        PIC X(10) VALUE '2150000000'.
       01  WS-GL-CCY                 PIC X(3)  VALUE 'USD'.

      * THE DFPACCR PORTFOLIO RECORD THE PRODUCT TOTALS MUST FOOT TO
       01  WS-PORT-INTEREST          PIC S9(11)V9(6) VALUE 0.
       01  WS-PORT-RATE-DATE         PIC X(8) VALUE SPACES.
       01  WS-RAW-INTEREST           PIC S9(11)V9(6) VALUE 0.
       01  WS-DETAIL-CNT             PIC 9(5) VALUE 0.
       01  WS-FOOT-DIFF              PIC S9(7)V9(6) VALUE 0.
       01  WS-FOOT-TOLERANCE         PIC S9(7)V9(6) VALUE 0.

      * INTEREST ACCUMULATED PER ACCT-PRODUCT (A BLANK PRODUCT IS ITS
      * OWN 'NONE' LINE), THEN ROUNDED AND CONVERTED ONE TIME PER
      * PRODUCT SO THE DEBIT AND CREDIT OF A PAIR ARE THE SAME FIGURE
       01  WS-PROD-TBL.
           02  PROD-ENTRY OCCURS 50 TIMES.
               04  PT-PRODUCT        PIC X(4).
               04  PT-ACCT-CNT       PIC 9(5).
               04  PT-INTEREST       PIC S9(11)V9(6).
               04  PT-USD-AMT        PIC S9(9)V99.
               04  PT-GL-AMT         PIC S9(9)V99.
       01  WS-PROD-CNT               PIC 9(2) VALUE 0.
       01  WS-PROD-SUB               PIC 9(2).
       01  WS-PROD-FOUND-SW          PIC X VALUE 'N'.
           88  WS-PROD-FOUND             VALUE 'Y'.
       01  WS-PROD-TBL-FULL-SW       PIC X VALUE 'N'.
           88  WS-PROD-TBL-IS-FULL       VALUE 'Y'.
       01  WS-THIS-PRODUCT           PIC X(4).

       01  WS-ENTRY-SEQ              PIC 9(5) VALUE 0.
       01  WS-ENTRY-CNT              PIC 9(5) VALUE 0.
       01  WS-DEBIT-TOTAL            PIC S9(13)V99 VALUE 0.
       01  WS-CREDIT-TOTAL           PIC S9(13)V99 VALUE 0.
       01  WS-ENTRY-AMT              PIC S9(9)V99.
       01  WS-DR-ACCT                PIC X(10).
       01  WS-CR-ACCT                PIC X(10).

       01  WS-RUN-DATE.
           02  WS-RUN-YYYY           PIC 9(4).
           02  WS-RUN-MM             PIC 9(2).
           02  WS-RUN-DD             PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

      * DFPGLJ RECORD LAYOUTS - ONE BATCH HEADER, TWO ENTRIES PER
      * PRODUCT, ONE BATCH TRAILER, ALL 80 BYTES
       01  WS-GLJ-HEADER.
           02  GLH-REC-TYPE          PIC X VALUE 'H'.
           02  GLH-SOURCE            PIC X(8) VALUE 'DFPACCR'.
           02  GLH-BATCH-ID          PIC X(12).
           02  GLH-JOURNAL-DATE      PIC 9(8).
           02  GLH-CCY               PIC X(3).
           02  GLH-DESC              PIC X(30) VALUE
               'MONTHLY INTEREST ACCRUAL'.
           02  FILLER                PIC X(18) VALUE SPACES.
       01  WS-GLJ-ENTRY.
           02  GLE-REC-TYPE          PIC X VALUE 'D'.
           02  GLE-SEQNO             PIC 9(5).
           02  GLE-GL-ACCT           PIC X(10).
           02  GLE-DR-CR             PIC X.
           02  GLE-AMOUNT            PIC 9(11)V99.
           02  GLE-CCY               PIC X(3).
           02  GLE-PRODUCT           PIC X(4).
           02  GLE-DESC              PIC X(30).
           02  FILLER                PIC X(13) VALUE SPACES.
       01  WS-GLJ-TRAILER.
           02  GLT-REC-TYPE          PIC X VALUE 'T'.
           02  GLT-BATCH-ID          PIC X(12).
           02  GLT-ENTRY-CNT         PIC 9(5).
           02  GLT-DEBIT-TOTAL       PIC 9(13)V99.
           02  GLT-CREDIT-TOTAL      PIC 9(13)V99.
           02  FILLER                PIC X(32) VALUE SPACES.

       01  WS-HDG-1.
           02  FILLER       PIC X(40) VALUE
               'DFPACCR INTEREST ACCRUAL GL JOURNAL'.
           02  FILLER       PIC X(6)  VALUE 'BATCH '.
           02  HDG-BATCH-ID PIC X(12).
           02  FILLER       PIC X(5)  VALUE ' CCY '.
           02  HDG-CCY      PIC X(3).
       01  WS-HDG-2.
           02  FILLER       PIC X(7)  VALUE 'SEQ'.
           02  FILLER       PIC X(12) VALUE 'GL ACCOUNT'.
           02  FILLER       PIC X(6)  VALUE 'PROD'.
           02  FILLER       PIC X(4)  VALUE 'D/C'.
           02  FILLER       PIC X(17) VALUE '          AMOUNT'.
           02  FILLER       PIC X(6)  VALUE ' ACCTS'.
       01  WS-DETAIL-LINE.
           02  DET-SEQNO    PIC ZZZZ9.
           02  FILLER       PIC X(2) VALUE SPACES.
           02  DET-GL-ACCT  PIC X(10).
           02  FILLER       PIC X(2) VALUE SPACES.
           02  DET-PRODUCT  PIC X(4).
           02  FILLER       PIC X(2) VALUE SPACES.
           02  DET-DR-CR    PIC X(2).
           02  FILLER       PIC X(2) VALUE SPACES.
           02  DET-AMOUNT   PIC Z(10)9.99.
           02  FILLER       PIC X(2) VALUE SPACES.
           02  DET-ACCTS    PIC ZZZZ9.
       01  WS-CONTROL-LINE.
           02  FILLER       PIC X(9)  VALUE 'ENTRIES='.
           02  CTL-ENTRIES  PIC ZZZZ9.
           02  FILLER       PIC X(10) VALUE '  DEBITS='.
           02  CTL-DEBITS   PIC Z(12)9.99.
           02  FILLER       PIC X(11) VALUE '  CREDITS='.
           02  CTL-CREDITS  PIC Z(12)9.99.
       01  WS-FOOT-LINE.
           02  FILLER       PIC X(28) VALUE
               'PRODUCT TOTALS (RAW, USD)  '.
           02  FOOT-RAW     PIC -(10)9.999999.
           02  FILLER       PIC X(12) VALUE '  PORTFOLIO '.
           02  FOOT-PORT    PIC -(10)9.999999.
       01  WS-BL-DETAIL.
           02  FILLER       PIC X(8)  VALUE 'ENTRIES='.
           02  BLD-ENTRIES  PIC ZZZZ9.
           02  FILLER       PIC X(4)  VALUE ' DR='.
           02  BLD-DEBITS   PIC Z(10)9.99.
           02  FILLER       PIC X(1)  VALUE SPACE.
           02  BLD-RESULT   PIC X(8).

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM WRITE-BATCH-START-ENTRY
           PERFORM LOAD-SHOP-PARAMETERS
           STRING 'DFP' WS-RUN-DATE-NUM 'A'
               DELIMITED BY SIZE INTO GLH-BATCH-ID
           PERFORM LOAD-PRODUCT-TOTALS
           PERFORM PROVE-JOURNAL-BATCH
           OPEN OUTPUT GL-JOURNAL-RPT
           OPEN OUTPUT GL-JOURNAL-FILE
           PERFORM WRITE-REPORT-HEADING
           IF NOT WS-BATCH-REJECTED
               PERFORM WRITE-JOURNAL-BATCH
           END-IF
           PERFORM WRITE-CONTROL-SECTION
           CLOSE GL-JOURNAL-FILE
           CLOSE GL-JOURNAL-RPT
           PERFORM WRITE-BATCH-LOG-ENTRY
           DISPLAY 'DFPGLJ PRODUCTS:       ' WS-PROD-CNT
           DISPLAY 'DFPGLJ ENTRIES:        ' WS-ENTRY-CNT
           DISPLAY 'DFPGLJ DEBIT TOTAL:    ' WS-DEBIT-TOTAL
           DISPLAY 'DFPGLJ CREDIT TOTAL:   ' WS-CREDIT-TOTAL
           IF WS-BATCH-REJECTED
               DISPLAY 'DFPGLJ BATCH REJECTED - ' WS-REJECT-REASON
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.

      * GL ACCOUNTS AND REPORTING CURRENCY OFF THE SHOP-WIDE PARMFIL
      * - A MISSING FILE OR RECORD KEEPS THE COMPILED-IN DEFAULT
       LOAD-SHOP-PARAMETERS.
           OPEN INPUT PARMFIL-FILE
           MOVE 'GL-INT-EXPENSE-ACCT' TO PRM-NAME
           READ PARMFIL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PRM-VALUE NOT = SPACES
                       MOVE PRM-VALUE TO WS-GL-EXPENSE-ACCT
                   END-IF
           END-READ
           MOVE 'GL-INT-PAYABLE-ACCT' TO PRM-NAME
           READ PARMFIL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PRM-VALUE NOT = SPACES
                       MOVE PRM-VALUE TO WS-GL-PAYABLE-ACCT
                   END-IF
           END-READ
           MOVE 'GL-REPORT-CCY' TO PRM-NAME
           READ PARMFIL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PRM-VALUE NOT = SPACES
                       MOVE PRM-VALUE TO WS-GL-CCY
                   END-IF
           END-READ
           CLOSE PARMFIL-FILE.

      * TOTAL DFPINTR INTEREST BY PRODUCT AND PICK UP THE PORTFOLIO
      * RECORD DFPACCR WRITES ONLY WHEN THE WHOLE PORTFOLIO ACCRUED
       LOAD-PRODUCT-TOTALS.
           OPEN INPUT ACCRUAL-RESULT-FILE
           PERFORM READ-ACCRUAL-RESULT
           PERFORM UNTIL WS-NO-MORE-RESULTS
               IF INTR-PORTFOLIO
                   SET WS-PORT-FOUND TO TRUE
                   MOVE INTR-INTEREST TO WS-PORT-INTEREST
                   MOVE INTR-RATE-DATE TO WS-PORT-RATE-DATE
               ELSE
               IF INTR-DETAIL
                   ADD 1 TO WS-DETAIL-CNT
                   ADD INTR-INTEREST TO WS-RAW-INTEREST
                   PERFORM ADD-TO-PRODUCT-TOTAL
               END-IF
               END-IF
               PERFORM READ-ACCRUAL-RESULT
           END-PERFORM
           CLOSE ACCRUAL-RESULT-FILE.

       READ-ACCRUAL-RESULT.
           READ ACCRUAL-RESULT-FILE
               AT END SET WS-NO-MORE-RESULTS TO TRUE
           END-READ.

       ADD-TO-PRODUCT-TOTAL.
           IF INTR-PRODUCT = SPACES
               MOVE 'NONE' TO WS-THIS-PRODUCT
           ELSE
               MOVE INTR-PRODUCT TO WS-THIS-PRODUCT
           END-IF
           MOVE 'N' TO WS-PROD-FOUND-SW
           PERFORM VARYING WS-PROD-SUB FROM 1 BY 1
                   UNTIL WS-PROD-SUB > WS-PROD-CNT
               IF PT-PRODUCT(WS-PROD-SUB) = WS-THIS-PRODUCT
                   SET WS-PROD-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-PROD-FOUND
               IF WS-PROD-CNT < 50
                   ADD 1 TO WS-PROD-CNT
                   MOVE WS-PROD-CNT TO WS-PROD-SUB
                   MOVE WS-THIS-PRODUCT TO PT-PRODUCT(WS-PROD-SUB)
                   MOVE 0 TO PT-ACCT-CNT(WS-PROD-SUB)
                   MOVE 0 TO PT-INTEREST(WS-PROD-SUB)
                   SET WS-PROD-FOUND TO TRUE
               ELSE
                   SET WS-PROD-TBL-IS-FULL TO TRUE
               END-IF
           END-IF
           IF WS-PROD-FOUND
               ADD 1 TO PT-ACCT-CNT(WS-PROD-SUB)
               ADD INTR-INTEREST TO PT-INTEREST(WS-PROD-SUB)
           END-IF.

      * PROVE THE BATCH BEFORE ANYTHING IS RELEASED - THE ACCRUAL MUST
      * HAVE FINISHED, THE PRODUCT TOTALS MUST FOOT TO THE PORTFOLIO
      * RECORD, EVERY PRODUCT MUST CONVERT, AND DEBITS MUST EQUAL
      * CREDITS. THE FIRST FAILURE FOUND IS THE REASON REPORTED.
       PROVE-JOURNAL-BATCH.
           IF NOT WS-PORT-FOUND
               SET WS-BATCH-REJECTED TO TRUE
               MOVE 'NO DFPACCR PORTFOLIO RECORD - ACCRUAL INCOMPLETE'
                   TO WS-REJECT-REASON
           END-IF
           IF WS-GL-CCY NOT = 'USD' AND WS-PORT-FOUND
                   AND WS-PORT-RATE-DATE IS NOT NUMERIC
               SET WS-BATCH-REJECTED TO TRUE
               MOVE 'NO RATE DATE ON DFPACCR PORTFOLIO RECORD'
                   TO WS-REJECT-REASON
           END-IF
           IF WS-PROD-TBL-IS-FULL AND NOT WS-BATCH-REJECTED
               SET WS-BATCH-REJECTED TO TRUE
               MOVE 'MORE THAN 50 PRODUCTS - TOTALS INCOMPLETE'
                   TO WS-REJECT-REASON
           END-IF
           COMPUTE WS-FOOT-TOLERANCE =
               (WS-DETAIL-CNT + 1) * 0.000001
           COMPUTE WS-FOOT-DIFF = WS-RAW-INTEREST - WS-PORT-INTEREST
           IF FUNCTION ABS(WS-FOOT-DIFF) > WS-FOOT-TOLERANCE
                   AND NOT WS-BATCH-REJECTED
               SET WS-BATCH-REJECTED TO TRUE
               MOVE 'PRODUCT TOTALS DO NOT FOOT TO PORTFOLIO INTEREST'
                   TO WS-REJECT-REASON
           END-IF
           MOVE 0 TO WS-DEBIT-TOTAL WS-CREDIT-TOTAL WS-ENTRY-CNT
           PERFORM VARYING WS-PROD-SUB FROM 1 BY 1
                   UNTIL WS-PROD-SUB > WS-PROD-CNT
               COMPUTE PT-USD-AMT(WS-PROD-SUB) ROUNDED =
                   PT-INTEREST(WS-PROD-SUB)
               IF WS-GL-CCY = 'USD'
                   MOVE PT-USD-AMT(WS-PROD-SUB)
                       TO PT-GL-AMT(WS-PROD-SUB)
               ELSE
                   MOVE 'USD' TO LK-FXC-FROM-CCY
                   MOVE WS-GL-CCY TO LK-FXC-TO-CCY
                   MOVE WS-PORT-RATE-DATE TO LK-FXC-AS-OF-DATE
                   MOVE PT-USD-AMT(WS-PROD-SUB) TO LK-FXC-IN-AMT
                   CALL 'FXRATEC' USING FXRATEC-PARMS
                   IF LK-FXC-OK
                       MOVE LK-FXC-OUT-AMT TO PT-GL-AMT(WS-PROD-SUB)
                   ELSE
                       MOVE 0 TO PT-GL-AMT(WS-PROD-SUB)
                       IF NOT WS-BATCH-REJECTED
                           SET WS-BATCH-REJECTED TO TRUE
                           MOVE SPACES TO WS-REJECT-REASON
                           STRING 'NO FXRATE FOR REPORTING CURRENCY '
                               WS-GL-CCY DELIMITED BY SIZE
                               INTO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
               IF PT-GL-AMT(WS-PROD-SUB) NOT = 0
                   ADD 2 TO WS-ENTRY-CNT
                   ADD FUNCTION ABS(PT-GL-AMT(WS-PROD-SUB))
                       TO WS-DEBIT-TOTAL
                   ADD FUNCTION ABS(PT-GL-AMT(WS-PROD-SUB))
                       TO WS-CREDIT-TOTAL
               END-IF
           END-PERFORM
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
                   AND NOT WS-BATCH-REJECTED
               SET WS-BATCH-REJECTED TO TRUE
               MOVE 'DEBITS DO NOT EQUAL CREDITS'
                   TO WS-REJECT-REASON
           END-IF.

      * HEADER, THE DEBIT/CREDIT PAIR FOR EVERY PRODUCT WITH INTEREST
      * TO POST, TRAILER. A PRODUCT WHOSE INTEREST NETTED NEGATIVE
      * (OVERDRAWN BALANCES) POSTS THE PAIR REVERSED
       WRITE-JOURNAL-BATCH.
           MOVE WS-RUN-DATE-NUM TO GLH-JOURNAL-DATE
           MOVE WS-GL-CCY TO GLH-CCY
           MOVE WS-GLJ-HEADER TO GLJ-LINE
           WRITE GLJ-LINE
           PERFORM VARYING WS-PROD-SUB FROM 1 BY 1
                   UNTIL WS-PROD-SUB > WS-PROD-CNT
               IF PT-GL-AMT(WS-PROD-SUB) NOT = 0
                   IF PT-GL-AMT(WS-PROD-SUB) > 0
                       MOVE WS-GL-EXPENSE-ACCT TO WS-DR-ACCT
                       MOVE WS-GL-PAYABLE-ACCT TO WS-CR-ACCT
                   ELSE
                       MOVE WS-GL-PAYABLE-ACCT TO WS-DR-ACCT
                       MOVE WS-GL-EXPENSE-ACCT TO WS-CR-ACCT
                   END-IF
                   COMPUTE WS-ENTRY-AMT =
                       FUNCTION ABS(PT-GL-AMT(WS-PROD-SUB))
                   MOVE WS-DR-ACCT TO GLE-GL-ACCT
                   MOVE 'D' TO GLE-DR-CR
                   MOVE 'INTEREST EXPENSE ACCRUED' TO GLE-DESC
                   PERFORM WRITE-JOURNAL-ENTRY
                   MOVE WS-CR-ACCT TO GLE-GL-ACCT
                   MOVE 'C' TO GLE-DR-CR
                   MOVE 'INTEREST PAYABLE ACCRUED' TO GLE-DESC
                   PERFORM WRITE-JOURNAL-ENTRY
               END-IF
           END-PERFORM
           MOVE GLH-BATCH-ID    TO GLT-BATCH-ID
           MOVE WS-ENTRY-CNT    TO GLT-ENTRY-CNT
           MOVE WS-DEBIT-TOTAL  TO GLT-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL TO GLT-CREDIT-TOTAL
           MOVE WS-GLJ-TRAILER TO GLJ-LINE
           WRITE GLJ-LINE.

       WRITE-JOURNAL-ENTRY.
           ADD 1 TO WS-ENTRY-SEQ
           MOVE WS-ENTRY-SEQ TO GLE-SEQNO
           MOVE WS-ENTRY-AMT TO GLE-AMOUNT
           MOVE WS-GL-CCY TO GLE-CCY
           MOVE PT-PRODUCT(WS-PROD-SUB) TO GLE-PRODUCT
           MOVE WS-GLJ-ENTRY TO GLJ-LINE
           WRITE GLJ-LINE
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-ENTRY-SEQ TO DET-SEQNO
           MOVE GLE-GL-ACCT  TO DET-GL-ACCT
           MOVE GLE-PRODUCT  TO DET-PRODUCT
           MOVE GLE-DR-CR    TO DET-DR-CR
           MOVE WS-ENTRY-AMT TO DET-AMOUNT
           MOVE PT-ACCT-CNT(WS-PROD-SUB) TO DET-ACCTS
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       WRITE-REPORT-HEADING.
           MOVE GLH-BATCH-ID TO HDG-BATCH-ID
           MOVE WS-GL-CCY    TO HDG-CCY
           MOVE WS-HDG-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HDG-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       WRITE-CONTROL-SECTION.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-ENTRY-CNT    TO CTL-ENTRIES
           MOVE WS-DEBIT-TOTAL  TO CTL-DEBITS
           MOVE WS-CREDIT-TOTAL TO CTL-CREDITS
           MOVE WS-CONTROL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RAW-INTEREST  TO FOOT-RAW
           MOVE WS-PORT-INTEREST TO FOOT-PORT
           MOVE WS-FOOT-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF WS-GL-CCY NOT = 'USD'
               MOVE SPACES TO RPT-LINE
               STRING 'CONVERTED AT RATES AS OF ' WS-PORT-RATE-DATE
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF WS-BATCH-REJECTED
               MOVE '*** BATCH REJECTED - NOTHING WRITTEN TO DFPGLJ'
                   TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               STRING '*** ' WS-REJECT-REASON
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE 'BATCH BALANCED - RELEASED TO DFPGLJ' TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      * A REJECTED BATCH LOGS 'FAIL' SO BATCHWIN'S MORNING SUMMARY
      * SHOWS THE GL FEED NEVER WENT
       WRITE-BATCH-LOG-ENTRY.
           MOVE 'DFPGLJ' TO BL-PROGRAM
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           MOVE WS-ENTRY-CNT   TO BLD-ENTRIES
           MOVE WS-DEBIT-TOTAL TO BLD-DEBITS
           IF WS-BATCH-REJECTED
               MOVE 'REJECTED' TO BLD-RESULT
               MOVE 'FAIL' TO BL-STATUS
           ELSE
               MOVE 'BALANCED' TO BLD-RESULT
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
           MOVE 'DFPGLJ' TO BL-PROGRAM
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           MOVE 'STRT' TO BL-STATUS
           MOVE SPACES TO BL-DETAIL
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.
