      *          are gone:
      *            - CUSTFILT IS REBUILT FROM THE CUSTSEED TRAINING
      *              SEED FILE (FLATTENED NAME/ADDR/ZIP/STATUS LINES,
      *              THE CUSTFARC SHAPE), NUMBERED 1, 2, 3... IN
      *              SEED-FILE ORDER,
      *            - ZIPXREFT AND CUSTNRMT ARE REBUILT FROM THE SAME
      *              SEED SO THE SEARCH SCREENS WORK DAY ONE,
      *            - GUI6HSTT, CUSTNOTT, CUSTJRNT, CUSTACTT,
      *              CUSTADRT, CUSTRELT, CUSTFLGT, FLAGACKT,
      *              LGLHOLDT AND ACKWRKT ARE EMPTIED.
      *          Production files are never touched here - every
      *          SELECT names a shadow or the seed.
      ***************************************************************
      * 09/01/26 RPI 2209 INITIAL CODING
      * 10/14/26 RPI 2219 ALSO EMPTIES THE NEW CUSTACTT SHADOW OF THE
      *                   CUSTACCT ACCOUNT-RELATIONSHIP FILE
      * 10/15/26 RPI 2231 SEEDED CUSTOMERS CARRY A BLANK CUST-LAST-UPD
      *                   STAMP (NOT RECORDED)
      * 10/15/26 RPI 2232 SEEDED CUSTOMERS ARE NUMBERED IN SEED ORDER
      *                   AND THEIR ZIPXREFT/CUSTNRMT ENTRIES CARRY THE
      *                   NUMBER; CUSTFILT DECLARES ITS CUST-NAME
      *                   ALTERNATE KEY
      * 10/15/26 RPI 2233 ALSO EMPTIES THE NEW CUSTADRT SHADOW OF THE
      *                   CUSTADDR DATED-ADDRESS FILE
      * 10/15/26 RPI 2234 ALSO EMPTIES THE NEW CUSTRELT SHADOW OF THE
      *                   CUSTREL CUSTOMER-RELATIONSHIP FILE
      * 10/15/26 RPI 2235 ALSO EMPTIES THE NEW CUSTFLGT AND FLAGACKT
      *                   SHADOWS OF THE CUSTFLAG CAUTION-FLAG FILE
      *                   AND THE FLAGACK ACKNOWLEDGMENT LOG
      * 10/15/26 RPI 2237 ALSO EMPTIES THE NEW LGLHOLDT SHADOW OF THE
      *                   LGLHOLD LEGAL-HOLD FILE
      * 10/15/26 RPI 2240 GUI6HSTT SELECT DECLARES THE ALTERNATE KEYS
      *                   NOW ON THE GUI6HIST RECORD IT SHADOWS
      * 10/15/26 RPI 2245 ALSO EMPTIES THE NEW ACKWRKT SHADOW OF THE
      *                   ACKWORK DOWNSTREAM-REJECT WORKLIST
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNRESET.
           SELECT CUSTFILT-FILE ASSIGN TO 'CUSTFILT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CUST-KEY
               ALTERNATE RECORD KEY CUST-NAME.
           SELECT GUI6HSTT-FILE ASSIGN TO 'GUI6HSTT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY HIST-KEY
               ALTERNATE RECORD KEY HIST-CUST-DATE-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY HIST-OLD-NAME-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY HIST-NEW-NAME-KEY WITH DUPLICATES.
           SELECT ZIPXREFT-FILE ASSIGN TO 'ZIPXREFT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CJ-KEY.
           SELECT CUSTACTT-FILE ASSIGN TO 'CUSTACTT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CX-KEY.
           SELECT CUSTADRT-FILE ASSIGN TO 'CUSTADRT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CAD-KEY.
           SELECT CUSTRELT-FILE ASSIGN TO 'CUSTRELT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CRL-KEY.
           SELECT CUSTFLGT-FILE ASSIGN TO 'CUSTFLGT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CFL-KEY.
           SELECT FLAGACKT-FILE ASSIGN TO 'FLAGACKT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY FAK-KEY.
           SELECT LGLHOLDT-FILE ASSIGN TO 'LGLHOLDT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LH-KEY.
           SELECT ACKWRKT-FILE ASSIGN TO 'ACKWRKT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY AW-KEY.
           SELECT BATCH-LOG-FILE ASSIGN TO 'BATCHLOG'
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
           COPY CUSTNOTE.
       FD  CUSTJRNT-FILE.
           COPY CUSTJRNL.
       FD  CUSTACTT-FILE.
           COPY CUSTACCT.
       FD  CUSTADRT-FILE.
           COPY CUSTADDR.
       FD  CUSTRELT-FILE.
           COPY CUSTREL.
       FD  CUSTFLGT-FILE.
           COPY CUSTFLAG.
       FD  FLAGACKT-FILE.
           COPY FLAGACK.
       FD  LGLHOLDT-FILE.
           COPY LGLHOLD.
       FD  ACKWRKT-FILE.
           COPY ACKWORK.
       FD  BATCH-LOG-FILE.
       01  BL-LINE                  PIC X(80).

           CLOSE CUSTNOTT-FILE
           OPEN OUTPUT CUSTJRNT-FILE
           CLOSE CUSTJRNT-FILE
           OPEN OUTPUT CUSTACTT-FILE
           CLOSE CUSTACTT-FILE
           OPEN OUTPUT CUSTADRT-FILE
           CLOSE CUSTADRT-FILE
           OPEN OUTPUT CUSTRELT-FILE
           CLOSE CUSTRELT-FILE
           OPEN OUTPUT CUSTFLGT-FILE
           CLOSE CUSTFLGT-FILE
           OPEN OUTPUT FLAGACKT-FILE
           CLOSE FLAGACKT-FILE
           OPEN OUTPUT LGLHOLDT-FILE
           CLOSE LGLHOLDT-FILE
           OPEN OUTPUT ACKWRKT-FILE
           CLOSE ACKWRKT-FILE
           OPEN OUTPUT CUSTFILT-FILE
           OPEN OUTPUT ZIPXREFT-FILE
           OPEN OUTPUT CUSTNRMT-FILE
      * SO THE SEARCH SCREENS BEHAVE EXACTLY AS PRODUCTION DOES
       LOAD-ONE-SEED-CUSTOMER.
           IF SEED-CUST-NAME NOT = SPACES
               COMPUTE CUST-NUMBER = WS-SEEDED-CNT + 1
               MOVE SEED-CUST-NAME   TO CUST-NAME
               MOVE SEED-CUST-ADDR   TO CUST-ADDR
               MOVE SEED-CUST-ZIP    TO CUST-ZIP
               MOVE SEED-CUST-STATUS TO CUST-STATUS
               MOVE SPACES           TO CUST-LAST-UPD
               WRITE CUST-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
               ADD 1 TO WS-SEEDED-CNT
               IF SEED-CUST-ZIP NOT = SPACES
                   MOVE SEED-CUST-ZIP  TO ZX-ZIP
                   MOVE CUST-NUMBER    TO ZX-CUST-NUMBER
                   WRITE ZIPXREF-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               MOVE SEED-CUST-NAME TO LK-NN-IN
               CALL 'NAMENORM' USING NAMENORM-PARMS
               MOVE LK-NN-OUT TO CN-NORM-NAME
               MOVE CUST-NUMBER TO CN-CUST-NUMBER
               WRITE CUSTNORM-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
