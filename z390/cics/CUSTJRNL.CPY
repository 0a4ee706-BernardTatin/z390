      * OPERATIONS HAPPENED.
      ***************************************************************
      * 09/01/26 RPI 2193 INITIAL CODING
      * 10/15/26 RPI 2232 ADDED CJ-CUST-NUMBER, THE CUSTFIL KEY OF THE
      *                   RECORD JOURNALED - THE NAMES IN THE IMAGES
      *                   ARE NOW ONLY FIELD VALUES
      ***************************************************************
       01  CJ-RECORD.
           05  CJ-KEY.
               10  CJ-AFT-ADDR    PIC X(40).
               10  CJ-AFT-ZIP     PIC X(5).
               10  CJ-AFT-STATUS  PIC X.
           05  CJ-CUST-NUMBER     PIC 9(7).
