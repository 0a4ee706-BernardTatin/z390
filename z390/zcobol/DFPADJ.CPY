      ***************************************************************
      * DFPADJ.CPY - BACK-DATED ACTIVITY ADJUSTMENTS. WRITTEN BY A
      * DFPACCR CORRECTION RUN (LATE DFPTRAN ITEMS CARDED ON DFPLATE)
      * - ONE 'A' RECORD PER ACCOUNT THE LATE ITEMS TOUCH AND ONE 'T'
      * TRAILER. THE ORIGINAL ACCRUAL (ACCRRPT/DFPINTR) IS NEVER
      * REWRITTEN; THE CORRECTION POSTS AS ITS OWN ENTRY FROM HERE.
      *
      * ADJ-ADJUSTMENT IS ADJ-CORR-INTEREST LESS ADJ-ORIG-INTEREST -
      * POSITIVE WHERE INTEREST WAS UNDER-ACCRUED, NEGATIVE WHERE IT
      * WAS OVER-ACCRUED. AMOUNTS ARE IN THE BOOKING CURRENCY (USD).
      * ON THE TRAILER ADJ-TRLR-ACCT-CNT IS THE NUMBER OF 'A' RECORDS
      * AND ADJ-ADJUSTMENT THEIR NET TOTAL.
      ***************************************************************
      * 10/14/26 RPI 2217 INITIAL CODING
      ***************************************************************
       01  DFPADJ-REC.
           05  ADJ-REC-TYPE            PIC X.
               88  ADJ-DETAIL              VALUE 'A'.
               88  ADJ-TRAILER             VALUE 'T'.
           05  FILLER                  PIC X.
           05  ADJ-ACCT-ID             PIC X(10).
           05  ADJ-TRLR-COUNTS REDEFINES ADJ-ACCT-ID.
               10  ADJ-TRLR-ACCT-CNT   PIC 9(5).
               10  FILLER              PIC X(5).
           05  FILLER                  PIC X.
           05  ADJ-PRODUCT             PIC X(4).
           05  FILLER                  PIC X.
           05  ADJ-EFFECTIVE-DAY       PIC 9(5).
           05  FILLER                  PIC X.
           05  ADJ-LATE-ITEM-CNT       PIC 9(3).
           05  FILLER                  PIC X.
           05  ADJ-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X.
           05  ADJ-ORIG-INTEREST       PIC S9(11)V9(6).
           05  ADJ-CORR-INTEREST       PIC S9(11)V9(6).
           05  ADJ-ADJUSTMENT          PIC S9(11)V9(6).
