      ***************************************************************
      * PAYINSTR.CPY - OUTBOUND BANK PAYMENT-INSTRUCTION FILE BUILT
      * NIGHTLY BY GUI6PAYI FROM THE DAY'S APPROVED GUI6HIST PAYMENT
      * CHANGES, REPLACING THE HAND-PREPARED BANK UPLOAD. FIXED 94-
      * BYTE RECORDS IN THE USUAL BANK ORDER:
      *   1  FILE HEADER     - ONE PER FILE
      *   5  BATCH HEADER    - ONE PER PAYMENT CURRENCY
      *   6  DETAIL          - ONE PER NON-ZERO PAYMEI/PAYME1I AMOUNT
      *   8  BATCH CONTROL   - ENTRY COUNT, HASH, DEBIT/CREDIT TOTALS
      *   9  FILE CONTROL    - THE SAME ACROSS EVERY BATCH
      * A POSITIVE AMOUNT IS A CREDIT (PAID TO THE CUSTOMER), A
      * NEGATIVE ONE A DEBIT (COLLECTED FROM THE CUSTOMER); AMOUNTS
      * ARE UNSIGNED IN THE RECORD AND THE TRANSACTION CODE CARRIES
      * THE DIRECTION. EVERY DETAIL CARRIES ITS GUI6HIST HIST-TASKN -
      * THE SAME CORRELATION KEY GUI6GLRC MATCHES THE GL EXTRACT ON -
      * SO A BANK RETURN OR A GL POSTING TIES STRAIGHT BACK TO THE
      * APPROVAL. THE ENTRY HASH IS THE SUM OF THE DETAIL TASK
      * NUMBERS, LOW-ORDER TEN DIGITS.
      ***************************************************************
      * 10/15/26 RPI 2222 INITIAL CODING
      ***************************************************************
       01  PI-RECORD.
           05  PI-REC-TYPE            PIC X.
               88  PI-FILE-HEADER         VALUE '1'.
               88  PI-BATCH-HEADER        VALUE '5'.
               88  PI-DETAIL              VALUE '6'.
               88  PI-BATCH-CONTROL       VALUE '8'.
               88  PI-FILE-CONTROL        VALUE '9'.
           05  PI-BODY                PIC X(93).
           05  PI-FILE-HDR REDEFINES PI-BODY.
               10  PI-FH-ORIGINATOR   PIC X(10).
               10  PI-FH-CREATE-DATE  PIC 9(8).
               10  PI-FH-CREATE-TIME  PIC 9(6).
               10  PI-FH-FILE-ID      PIC X(12).
               10  FILLER             PIC X(57).
           05  PI-BATCH-HDR REDEFINES PI-BODY.
               10  PI-BH-BATCH-NO     PIC 9(7).
               10  PI-BH-CCY          PIC X(3).
               10  PI-BH-EFF-DATE     PIC 9(8).
               10  PI-BH-DESC         PIC X(10).
               10  FILLER             PIC X(65).
           05  PI-DETAIL-REC REDEFINES PI-BODY.
               10  PI-DT-TRAN-CODE    PIC X(2).
                   88  PI-DT-CREDIT       VALUE '22'.
                   88  PI-DT-DEBIT        VALUE '27'.
               10  PI-DT-TASKN        PIC 9(7).
               10  PI-DT-FIELD        PIC X.
                   88  PI-DT-PAYMEI       VALUE '1'.
                   88  PI-DT-PAYME1I      VALUE '2'.
               10  PI-DT-AMOUNT       PIC 9(11)V99.
               10  PI-DT-CCY          PIC X(3).
               10  PI-DT-PAYEE        PIC X(40).
               10  PI-DT-TRACE-NO     PIC 9(7).
               10  FILLER             PIC X(20).
           05  PI-BATCH-CTL REDEFINES PI-BODY.
               10  PI-BC-BATCH-NO     PIC 9(7).
               10  PI-BC-ENTRY-CNT    PIC 9(6).
               10  PI-BC-ENTRY-HASH   PIC 9(10).
               10  PI-BC-DEBIT-TOTAL  PIC 9(13)V99.
               10  PI-BC-CREDIT-TOTAL PIC 9(13)V99.
               10  FILLER             PIC X(40).
           05  PI-FILE-CTL REDEFINES PI-BODY.
               10  PI-FC-BATCH-CNT    PIC 9(6).
               10  PI-FC-ENTRY-CNT    PIC 9(8).
               10  PI-FC-ENTRY-HASH   PIC 9(10).
               10  PI-FC-DEBIT-TOTAL  PIC 9(13)V99.
               10  PI-FC-CREDIT-TOTAL PIC 9(13)V99.
               10  FILLER             PIC X(39).
