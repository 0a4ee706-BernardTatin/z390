      *          after any suspected drift with no harm done.
      ***************************************************************
      * 09/01/26 RPI 2212 INITIAL CODING
      * 10/15/26 RPI 2232 ENTRIES CARRY THE PERMANENT CUST-NUMBER IN
      *                   PLACE OF THE NAME; CUSTFIL DECLARES ITS
      *                   CUST-NAME ALTERNATE KEY
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. XREFBLD.
           SELECT CUSTFIL-FILE ASSIGN TO 'CUSTFIL'
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY CUST-KEY
               ALTERNATE RECORD KEY CUST-NAME.
           SELECT ZIPXREF-FILE ASSIGN TO 'ZIPXREF'
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
           MOVE CUST-NAME TO LK-NN-IN
           CALL 'NAMENORM' USING NAMENORM-PARMS
           MOVE LK-NN-OUT TO CN-NORM-NAME
           MOVE CUST-NUMBER TO CN-CUST-NUMBER
           WRITE CUSTNORM-RECORD
               INVALID KEY
                   ADD 1 TO WS-NORM-DUP-CNT
                   ADD 1 TO WS-NORM-ADD-CNT
           END-WRITE
           IF CUST-ZIP NOT = SPACES
               MOVE CUST-ZIP    TO ZX-ZIP
               MOVE CUST-NUMBER TO ZX-CUST-NUMBER
               WRITE ZIPXREF-RECORD
                   INVALID KEY
                       ADD 1 TO WS-ZIP-DUP-CNT
