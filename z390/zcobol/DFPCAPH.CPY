      ***************************************************************
      * DFPCAPH.CPY - INTEREST CAPITALIZATION HISTORY. DFPCAP APPENDS
      * ONE RECORD PER ACCOUNT IT CAPITALIZES - THE INTEREST ACTUALLY
      * CREDITED TO PRINCIPAL FOR THE PERIOD - SO THE YEAR'S CREDITS
      * CAN BE READ BACK WITHOUT TWELVE MONTHLY REPORTS. DFPCAP
      * STAMPS EACH ACCOUNT IT CAPITALIZES WITH THE PERIOD
      * (ACCT-LAST-CAP-PERIOD), SO A RERUN FOR THE SAME PERIOD REPORTS
      * THE ACCOUNT 'ALREADY CAPD' AND APPENDS NOTHING FOR IT. SHOULD
      * A PERIOD EVER BE ON FILE TWICE FOR AN ACCOUNT, READERS TAKE
      * THE LAST RECORD (LATEST CH-RUN-DATE WINS, FILE ORDER BREAKS A
      * TIE).
      ***************************************************************
      * 10/14/26 RPI 2215 INITIAL CODING
      * 10/15/26 RPI 2265 HEADER NOTE ON RERUNS BROUGHT INTO LINE WITH
      *                   DFPCAP'S ALREADY-CAPITALIZED CHECK
      ***************************************************************
       01  DFPCAPH-REC.
           05  CH-PERIOD.
               10  CH-PERIOD-YYYY      PIC 9(4).
               10  CH-PERIOD-MM        PIC 9(2).
           05  FILLER                  PIC X.
           05  CH-ACCT-ID              PIC X(10).
           05  FILLER                  PIC X.
           05  CH-PRODUCT              PIC X(4).
           05  FILLER                  PIC X.
           05  CH-INTEREST             PIC S9(9)V99.
           05  FILLER                  PIC X.
           05  CH-NEW-PRINCIPAL        PIC 9(9)V99.
           05  FILLER                  PIC X.
           05  CH-RUN-DATE             PIC 9(8).
           05  FILLER                  PIC X(21).
