      * 08/21/26 RPI 2154 WS-SUMMARY-LINE'S LITERAL HAD A DOUBLED '='
      *                   ('CHANGES==NNNNN' ON THE REPORT) - DROPPED
      *                   ONE, KEEPING THE X(24) WIDTH
      * 10/15/26 RPI 2232 CUSTOMERS ACCUMULATED BY PERMANENT CUSTOMER
      *                   NUMBER, SO A RENAME NO LONGER SPLITS ONE
      *                   CUSTOMER'S NEAR-THRESHOLD COUNT IN TWO
      * 10/15/26 RPI 2240 GUI6HIST SELECT DECLARES THE NEW
      *                   HIST-CUST-DATE-KEY, HIST-OLD-NAME-KEY AND
      *                   HIST-NEW-NAME-KEY ALTERNATE KEYS (GUI6HIST
      *                   RECORD NOW 424 BYTES)
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUI6STR.
           SELECT GUI6HIST-FILE ASSIGN TO 'GUI6HIST'
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY HIST-KEY
               ALTERNATE RECORD KEY HIST-CUST-DATE-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY HIST-OLD-NAME-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY HIST-NEW-NAME-KEY WITH DUPLICATES.
           SELECT GUI6STR-RPT ASSIGN TO 'GUI6STRR'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BATCH-LOG-FILE ASSIGN TO 'BATCHLOG'
       01  WS-NEAR-FLOOR           PIC S9(9)V99 VALUE 0.
       01  WS-HIST-ABS-AMT         PIC S9(9)V99 VALUE 0.

      * ONE ENTRY PER DISTINCT CUSTOMER (HIST-CUST-NUMBER, LISTED
      * UNDER ITS LATEST HIST-NEW-NAME) WITH AT LEAST ONE
      * NEAR-THRESHOLD CHANGE ON FILE
       01  WS-CUST-TBL-CNT         PIC 9(3) VALUE 0.
       01  WS-CUST-TBL.
           02  WS-CUST-ENTRY OCCURS 200 TIMES.
               04  CT-CUST-NAME    PIC X(40).
               04  CT-CUST-NUMBER  PIC 9(7).
               04  CT-NEAR-CNT     PIC 9(3).
       01  WS-CUST-SUB             PIC 9(3) VALUE 0.
       01  WS-CUST-FOUND-SUB       PIC 9(3) VALUE 0.
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

      * FIND HIST-CUST-NUMBER IN WS-CUST-TBL, ADDING A NEW ENTRY IF THIS
      * IS ITS FIRST NEAR-THRESHOLD CHANGE, THEN INCREMENT ITS COUNT
       ACCUMULATE-CUSTOMER-ENTRY.
           MOVE 0 TO WS-CUST-FOUND-SUB
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
                   UNTIL WS-CUST-SUB > WS-CUST-TBL-CNT
               IF CT-CUST-NUMBER(WS-CUST-SUB) = HIST-CUST-NUMBER
                   MOVE WS-CUST-SUB TO WS-CUST-FOUND-SUB
                   MOVE HIST-NEW-NAME TO CT-CUST-NAME(WS-CUST-SUB)
               END-IF
           END-PERFORM
           IF WS-CUST-FOUND-SUB = 0 AND WS-CUST-TBL-CNT < 200
               ADD 1 TO WS-CUST-TBL-CNT
               MOVE WS-CUST-TBL-CNT TO WS-CUST-FOUND-SUB
               MOVE HIST-NEW-NAME TO CT-CUST-NAME(WS-CUST-FOUND-SUB)
               MOVE HIST-CUST-NUMBER
                   TO CT-CUST-NUMBER(WS-CUST-FOUND-SUB)
               MOVE 0 TO CT-NEAR-CNT(WS-CUST-FOUND-SUB)
           END-IF
           IF WS-CUST-FOUND-SUB NOT = 0
