      ***************************************************************
      * DFPACCT.CPY - VSAM KSDS ACCOUNT MASTER FOR THE INTEREST-
      * BEARING ACCOUNTS DFPACCR ACCRUES. KEYED BY ACCT-ID. THIS IS
      * THE SYSTEM OF RECORD - ACCTMNT ADDS, CHANGES AND CLOSES
      * ACCOUNTS ONLINE (JOURNALED TO ACCTJRNL), DFPACCR READS IT IN
      * KEY ORDER, AND DFPCAP REWRITES THE PRINCIPAL AT MONTH END.
      *
      * THE FIRST 45 BYTES ARE THE OLD HAND-BUILT DFPACCT DECK
      * COLUMN FOR COLUMN, SO AN EXISTING DECK LOADS AS IT STANDS;
      * A BLANK ACCT-STATUS READS AS OPEN. A CLOSED ACCOUNT STAYS ON
      * FILE FOR ITS HISTORY BUT IS NO LONGER ACCRUED OR CAPITALIZED.
      * ACCT-LAST-CAP-PERIOD (YYYYMM) IS STAMPED BY DFPCAP SO A RERUN
      * FOR THE SAME PERIOD CANNOT CAPITALIZE AN ACCOUNT TWICE.
      ***************************************************************
      * 10/14/26 RPI 2218 INITIAL CODING
      ***************************************************************
       01  ACCT-REC.
           05  ACCT-ID                 PIC X(10).
           05  FILLER                  PIC X.
           05  ACCT-PRINCIPAL          PIC 9(9)V99.
           05  FILLER                  PIC X.
           05  ACCT-ANNUAL-RATE        PIC 9(3)V9(4).
           05  FILLER                  PIC X.
           05  ACCT-DAYS               PIC 9(5).
           05  FILLER                  PIC X.
           05  ACCT-REPORT-CCY         PIC X(3).
           05  FILLER                  PIC X.
           05  ACCT-PRODUCT            PIC X(4).
           05  FILLER                  PIC X.
           05  ACCT-STATUS             PIC X.
               88  ACCT-OPEN               VALUE 'O' ' '.
               88  ACCT-CLOSED             VALUE 'C'.
           05  FILLER                  PIC X.
           05  ACCT-OPEN-DATE          PIC X(8).
           05  FILLER                  PIC X.
           05  ACCT-CLOSE-DATE         PIC X(8).
           05  FILLER                  PIC X.
           05  ACCT-LAST-CAP-PERIOD    PIC X(6).
           05  FILLER                  PIC X(12).
