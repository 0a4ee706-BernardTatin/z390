      *                   (WARN) NIGHT AFTER NIGHT. A FINAL CLEANUP
      *                   STAGE NOW DELETES THE STAGED RECORD AND
      *                   COUNTS THE DELETE IN PASS/FAIL
      * 10/15/26 RPI 2232 THE STAGED RECORD CARRIES CUSTOMER NUMBER
      *                   ZERO - NO CUSTFIL CUSTOMER IS EVER NUMBERED 0
      * 10/15/26 RPI 2240 THE SHARED HISTAIX SUBPROGRAM SETS THE NEW
      *                   GUI6HIST ALTERNATE KEYS (CUSTOMER NUMBER AND
      *                   OLD/NEW NAME, EACH PLUS DATE AND TIME) BEFORE
      *                   EVERY WRITE OR REWRITE
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTGU6S.
           MOVE 'USD'            TO HIST-PAY-CCY
           MOVE WS-TEST-PAYMEI-AMT TO HIST-PAYMEI-USD
           MOVE 0                TO HIST-PAYME1I-USD
           MOVE 0                TO HIST-CUST-NUMBER
           CALL 'HISTAIX' USING HIST-RECORD
           EXEC CICS WRITE FILE('GUI6HIST')
               FROM(HIST-RECORD)
               RIDFLD(HIST-KEY)
               SET HIST-APPR-APPROVED TO TRUE
               MOVE 0 TO HIST-APPR-DATE
               MOVE 0 TO HIST-APPR-TIME
               CALL 'HISTAIX' USING HIST-RECORD
               EXEC CICS REWRITE FILE('GUI6HIST')
                   FROM(HIST-RECORD)
                   RESP(WS-RESP)
