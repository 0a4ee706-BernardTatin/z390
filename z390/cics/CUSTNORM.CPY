      * CUSTNORM.CPY - VSAM KSDS NORMALIZED-NAME SEARCH FILE FOR THE
      * CUSTOMER MASTER. KEYED ON THE NAMENORM-NORMALIZED FORM OF
      * CUST-NAME (UPCASED, SPACES/PUNCTUATION STRIPPED) PLUS THE
      * CUSTOMER NUMBER, SO TWO NAMES THAT NORMALIZE IDENTICALLY BOTH
      * STAY ON FILE AND A NORMALIZED PREFIX BROWSE WALKS THEM ALL.
      * MAINTAINED IN STEP WITH EVERY CUSTFIL WRITE/REWRITE/DELETE,
      * SEARCHED BY TESTGUIB - THE LIST DISPLAYS THE TRUE CUST-NAME
      * AND RETURNS THE CUSTOMER NUMBER. AT CUTOVER (AND AFTER ANY
      * SUSPECTED DRIFT) THE XREFBLD BATCH JOB BACKFILLS THIS FILE
      * FROM THE CUSTFIL MASTER - THE SEARCH RUNS OFF THIS FILE ALONE,
      * SO A CUSTOMER WITHOUT AN ENTRY HERE IS UNFINDABLE BY NAME.
      ***************************************************************
      * 09/01/26 RPI 2177 INITIAL CODING
      * 09/01/26 RPI 2212 XREFBLD BACKFILL JOB ADDED FOR CUTOVER
      * 10/15/26 RPI 2232 CN-TRUE-NAME REPLACED BY THE PERMANENT
      *                   CUSTOMER NUMBER CUSTFIL IS NOW KEYED ON
      ***************************************************************
       01  CUSTNORM-RECORD.
           05  CN-KEY.
               10  CN-NORM-NAME   PIC X(40).
               10  CN-CUST-NUMBER PIC 9(7).
