      ***************************************************************
      * ZIPXREF.CPY - VSAM KSDS CROSS-REFERENCE FROM ZIP CODE TO
      * CUSTOMER. CUSTFIL HAS NO ZIP KEY, SO "I'M AT
      * 12345, WHO DO YOU HAVE THERE" HAD NO ONLINE ANSWER - ZIPXTR
      * PROVED THE ZIP-SLICING NEED IN BATCH. KEYED ZIP + CUSTOMER
      * NUMBER SO ONE STARTBR AT A ZIP WALKS EXACTLY THAT ZIP'S
      * CUSTOMERS. MAINTAINED IN STEP WITH EVERY CUSTFIL WRITE/REWRITE/
      * DELETE THAT CHANGES A ZIP (TESTGUI6 UPDATES, TESTGUIA ADDS,
      * AND THE BATCH JOBS THAT DELETE CUSTOMERS), AND SEARCHED BY
      * TESTGUIB'S ZIP SEARCH MODE. AT CUTOVER (AND AFTER ANY
      * SUSPECTED DRIFT) THE XREFBLD BATCH JOB BACKFILLS THIS FILE
      ***************************************************************
      * 09/01/26 RPI 2176 INITIAL CODING
      * 09/01/26 RPI 2212 XREFBLD BACKFILL JOB ADDED FOR CUTOVER
      * 10/15/26 RPI 2232 ZX-NAME REPLACED BY THE PERMANENT CUSTOMER
      *                   NUMBER, SO A NAME CHANGE LEAVES THE ENTRY
      *                   ALONE. A ZIP'S CUSTOMERS NOW LIST IN NUMBER
      *                   ORDER.
      ***************************************************************
       01  ZIPXREF-RECORD.
           05  ZX-KEY.
               10  ZX-ZIP         PIC X(5).
               10  ZX-CUST-NUMBER PIC 9(7).
