      ***************************************************************
      * HISTSEAL.CPY - VSAM KSDS OF DAILY SEALS OVER GUI6HIST. ONE
      * RECORD PER CALENDAR DAY, KEYED BY THE DAY IN THE SAME 0CYYDDD
      * FORM AS HIST-DATE, WRITTEN BY THE NIGHTLY GUI6SEAL RUN ONCE
      * THE DAY IS OVER AND NEVER REWRITTEN. SEAL-REC-CNT, THE TOTALS
      * AND SEAL-DIGEST DESCRIBE THE DAY'S GUI6HIST RECORDS AS THEY
      * STOOD WHEN SEALED (THE DIGEST IS AN ORDER-FREE SUM OF ONE
      * CHECK VALUE PER RECORD, OVER THE FIELDS SET WHEN THE CHANGE
      * WAS KEYED). SEAL-CHECK CHAINS THE DAY TO THE ONE BEFORE IT -
      * IT IS COMPUTED FROM SEAL-PREV-CHECK (THE PREVIOUS DAY'S
      * SEAL-CHECK, ZERO FOR THE FIRST SEAL) AND THIS DAY'S FIGURES -
      * SO A DELETED OR EDITED SEAL BREAKS EVERY LATER LINK. GUI6SEAL
      * IN VERIFY MODE RE-WALKS THE DAYS AGAINST THESE.
      ***************************************************************
      * 10/15/26 RPI 2241 INITIAL CODING
      ***************************************************************
       01  SEAL-RECORD.
           05  SEAL-KEY.
               10  SEAL-DATE          PIC 9(7).
           05  SEAL-CAL-DATE          PIC 9(8).
           05  SEAL-REC-CNT           PIC 9(7).
           05  SEAL-AMT-TOTAL         PIC S9(13)V99.
           05  SEAL-OCC-TOTAL         PIC 9(11).
           05  SEAL-DIGEST            PIC 9(9).
           05  SEAL-PREV-CHECK        PIC 9(9).
           05  SEAL-CHECK             PIC 9(9).
           05  SEAL-SEALED-DATE       PIC 9(8).
           05  SEAL-SEALED-TIME       PIC 9(6).
