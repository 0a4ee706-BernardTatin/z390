      *          happened.
      ***************************************************************
      * 09/01/26 RPI 2193 INITIAL CODING
      * 10/15/26 RPI 2231 A REPLAYED RECORD CARRIES A BLANK
      *                   CUST-LAST-UPD STAMP - THE JOURNAL DOES NOT
      *                   RECORD WHO MADE THE CHANGE, AND A STALE
      *                   STAMP WOULD LET AN ONLINE UPDATE SHOWN THE
      *                   PRE-RECOVERY RECORD GO THROUGH
      * 10/15/26 RPI 2232 REPLAY IS KEYED ON THE CUSTOMER NUMBER EVERY
      *                   JOURNAL RECORD NOW CARRIES, SO A REPLAYED
      *                   NAME CHANGE REWRITES THE SAME CUSTOMER
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTFWD.
           SELECT CUSTFIL-FILE ASSIGN TO 'CUSTFIL'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CUST-KEY
               ALTERNATE RECORD KEY CUST-NAME.
           SELECT CUSTFWD-RPT ASSIGN TO 'CUSTFWRP'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BATCH-LOG-FILE ASSIGN TO 'BATCHLOG'
           END-READ.

      * REPLAY ONE JOURNALED OPERATION AGAINST THE RESTORED MASTER -
      * THE AFTER IMAGE DRIVES A WRITE OR REWRITE, A DELETE REMOVES
      * THE JOURNALED CUSTOMER NUMBER. A WRITE THAT FINDS THE KEY
      * ALREADY THERE (THE BACKUP WAS TAKEN AFTER THE ADD) REWRITES
      * INSTEAD, AND A DELETE THAT FINDS NOTHING IS ALREADY DONE -
      * REPLAY CONVERGES ON THE JOURNALED TRUTH EITHER WAY.
       APPLY-JOURNAL-RECORD.
           EVALUATE TRUE
               WHEN CJ-ACTION-DELETE
                   MOVE CJ-CUST-NUMBER TO CUST-NUMBER
                   READ CUSTFIL-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           DELETE CUSTFIL-FILE RECORD
                   END-READ
               WHEN OTHER
                   MOVE CJ-CUST-NUMBER TO CUST-NUMBER
                   MOVE CJ-AFT-NAME   TO CUST-NAME
                   MOVE CJ-AFT-ADDR   TO CUST-ADDR
                   MOVE CJ-AFT-ZIP    TO CUST-ZIP
                   MOVE CJ-AFT-STATUS TO CUST-STATUS
                   MOVE SPACES        TO CUST-LAST-UPD
                   WRITE CUST-RECORD
                       INVALID KEY
                           REWRITE CUST-RECORD
