      *          them from the live VSAM files - but until now there
      *          was no way back when a "dormant" customer calls in
      *          the week after a purge run. This restore job reads a
      *          list of customers from SYSIN (one 7-digit customer
      *          number or 40-byte name per card), finds the
      *          flattened records on CUSTFARC and GUI6HARC, and
      *          reloads them into live CUSTFIL and
      *          GUI6HIST. Restored GUI6HIST records are re-keyed
      *          above the highest HIST-TASKN currently on file so a
      *          restored entry can never collide with a live key, and
      *                   FILES, SO A RESTORE WITHOUT THEM PUT THE
      *                   CUSTOMER BACK ON THE MASTER BUT LEFT THEM
      *                   UNFINDABLE FROM TESTGUIB
      * 10/15/26 RPI 2231 A RESTORED CUSTOMER CARRIES A BLANK
      *                   CUST-LAST-UPD STAMP (NOT RECORDED)
      * 10/15/26 RPI 2232 A CARD MAY NAME THE CUSTOMER BY ITS PERMANENT
      *                   CUST-NUMBER OR BY NAME. A CUSTOMER COMES BACK
      *                   UNDER THE NUMBER IT WAS ARCHIVED WITH; ONE
      *                   ARCHIVED BEFORE CUSTOMERS WERE NUMBERED DRAWS
      *                   A NEW NUMBER OFF THE SEQCTL 'CUSTFIL' COUNTER
      *                   SEQGEN USES, AND ITS OLD HISTORY LINES (FOUND
      *                   BY NAME) ARE STAMPED WITH THAT NUMBER
      * 10/15/26 RPI 2240 GUI6HIST SELECT DECLARES THE NEW
      *                   HIST-CUST-DATE-KEY, HIST-OLD-NAME-KEY AND
      *                   HIST-NEW-NAME-KEY ALTERNATE KEYS (GUI6HIST
      *                   RECORD NOW 424 BYTES); THE SHARED HISTAIX
      *                   SUBPROGRAM SETS THEM BEFORE EVERY WRITE OR
      *                   REWRITE
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUI6REST.
           SELECT CUSTFIL-FILE ASSIGN TO 'CUSTFIL'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CUST-KEY
               ALTERNATE RECORD KEY CUST-NAME.
           SELECT GUI6HIST-FILE ASSIGN TO 'GUI6HIST'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY HIST-KEY
               ALTERNATE RECORD KEY HIST-CUST-DATE-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY HIST-OLD-NAME-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY HIST-NEW-NAME-KEY WITH DUPLICATES.
           SELECT CUSTJRNL-FILE ASSIGN TO 'CUSTJRNL'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
       01  PARM-REC.
           02  PARM-CUST-NAME       PIC X(40).
           02  FILLER               PIC X(40).
       01  PARM-NUMBER-REC.
           02  PARM-CUST-NUMBER     PIC X(7).
           02  PARM-NUMBER-REST     PIC X(73).
       FD  CUSTFARC-FILE.
       01  CUSTFARC-LINE            PIC X(100).
       FD  GUI6HARC-FILE.
       01  GUI6HARC-LINE            PIC X(371).
       FD  ZIPXREF-FILE.
           COPY ZIPXREF.
       FD  CUSTNORM-FILE.
       01  WS-REQ-TBL.
           02  WS-REQ-ENTRY OCCURS 100 TIMES.
               04  REQ-CUST-NAME    PIC X(40).
               04  REQ-CUST-NUMBER  PIC 9(7).
       01  WS-REQ-SUB               PIC 9(3) VALUE 0.
       01  WS-REQ-FOUND-SW          PIC X VALUE 'N'.
           88  WS-REQ-FOUND              VALUE 'Y'.
       01  WS-REQ-FOUND-SUB         PIC 9(3) VALUE 0.

      * HIGHEST CUSTOMER NUMBER ON CUSTFIL AT JOB START - SEEDS THE
      * SEQCTL 'CUSTFIL' COUNTER THE SAME WAY SEQGEN DOES IF IT HAS
      * NO ROW YET
       01  WS-CF-EOF-SW             PIC X VALUE 'N'.
           88  WS-NO-MORE-CF             VALUE 'Y'.
       01  WS-CF-HIGHEST            PIC 9(7) VALUE 0.

      * NEXT GUI6HIST KEY TO ASSIGN - ONE HIGHER THAN THE HIGHEST
      * HIST-TASKN CURRENTLY ON THE LIVE FILE, SO A RESTORED ENTRY
           02  ARCF-CUST-ZIP        PIC X(5).
           02  FILLER               PIC X.
           02  ARCF-CUST-STATUS     PIC X.
           02  FILLER               PIC X.
           02  ARCF-CUST-NUMBER     PIC 9(7).

      * ONE FLATTENED GUI6HARC RECORD, LAID OUT THE SAME WAY
      * GUI6PURG'S GUI6HARC-DETAIL WRITES IT - THE COMPLETE
           02  ARCH-PAYMEI-USD      PIC S9(9)V99.
           02  FILLER               PIC X.
           02  ARCH-PAYME1I-USD     PIC S9(9)V99.
           02  FILLER               PIC X.
           02  ARCH-CUST-NUMBER     PIC 9(7).

       01  WS-RUN-DATE.
           02  WS-RUN-YYYY          PIC 9(4).
           OPEN I-O CUSTJRNL-FILE
           OPEN I-O SEQCTL-FILE
           PERFORM FIND-HIGHEST-JOURNAL-KEY
           PERFORM FIND-HIGHEST-CUST-NUMBER
           PERFORM FIND-NEXT-LIVE-TASKN
           PERFORM RESTORE-CUSTFARC-RECORDS
           PERFORM RESTORE-GUI6HARC-RECORDS
                   ADD 1 TO WS-REQ-TBL-CNT
                   MOVE PARM-CUST-NAME
                       TO REQ-CUST-NAME(WS-REQ-TBL-CNT)
                   MOVE 0 TO REQ-CUST-NUMBER(WS-REQ-TBL-CNT)
                   IF PARM-CUST-NUMBER IS NUMERIC
                           AND PARM-NUMBER-REST = SPACES
                       MOVE SPACES TO REQ-CUST-NAME(WS-REQ-TBL-CNT)
                       MOVE PARM-CUST-NUMBER
                           TO REQ-CUST-NUMBER(WS-REQ-TBL-CNT)
                   END-IF
               END-IF
               PERFORM READ-PARM-CARD
           END-PERFORM
               END-IF
           END-PERFORM.

      * SAME PLAIN SEQUENTIAL SCAN FOR THE HIGHEST CUSTOMER NUMBER
       FIND-HIGHEST-CUST-NUMBER.
           MOVE 0 TO WS-CF-HIGHEST
           PERFORM UNTIL WS-NO-MORE-CF
               READ CUSTFIL-FILE NEXT RECORD
                   AT END SET WS-NO-MORE-CF TO TRUE
               END-READ
               IF NOT WS-NO-MORE-CF
                   MOVE CUST-NUMBER TO WS-CF-HIGHEST
               END-IF
           END-PERFORM.

       RESTORE-CUSTFARC-RECORDS.
           OPEN INPUT CUSTFARC-FILE
           PERFORM READ-CUSTFARC-RECORD
               MOVE CUSTFARC-LINE TO WS-CUSTFARC-DETAIL
           END-IF.

      * A CARD MATCHES BY NAME, OR BY NUMBER WHERE THE ARCHIVE LINE
      * CARRIES ONE
       CHECK-CFA-AGAINST-REQUESTS.
           MOVE 'N' TO WS-REQ-FOUND-SW
           PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-TBL-CNT
               IF REQ-CUST-NAME(WS-REQ-SUB) = ARCF-CUST-NAME
                       AND REQ-CUST-NAME(WS-REQ-SUB) NOT = SPACES
                   SET WS-REQ-FOUND TO TRUE
                   MOVE WS-REQ-SUB TO WS-REQ-FOUND-SUB
               END-IF
               IF ARCF-CUST-NUMBER IS NUMERIC
                       AND REQ-CUST-NUMBER(WS-REQ-SUB) NOT = 0
                       AND REQ-CUST-NUMBER(WS-REQ-SUB) =
                           ARCF-CUST-NUMBER
                   SET WS-REQ-FOUND TO TRUE
                   MOVE WS-REQ-SUB TO WS-REQ-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-REQ-FOUND
               PERFORM RELOAD-ONE-CUSTOMER
           END-IF.

      * THE CUSTOMER KEEPS ITS ARCHIVED NUMBER; A LINE ARCHIVED BEFORE
      * CUSTOMERS WERE NUMBERED GETS THE NEXT ONE. THE NUMBER IS KEPT
      * ON THE REQUEST SO THE CUSTOMER'S HISTORY FOLLOWS IT BACK.
       RELOAD-ONE-CUSTOMER.
           IF ARCF-CUST-NUMBER IS NUMERIC
               MOVE ARCF-CUST-NUMBER TO CUST-NUMBER
           ELSE
               PERFORM ASSIGN-CUST-NUMBER
           END-IF
           MOVE CUST-NUMBER TO REQ-CUST-NUMBER(WS-REQ-FOUND-SUB)
           MOVE ARCF-CUST-NAME TO REQ-CUST-NAME(WS-REQ-FOUND-SUB)
           MOVE ARCF-CUST-NAME TO CUST-NAME
           MOVE ARCF-CUST-ADDR TO CUST-ADDR
           MOVE ARCF-CUST-ZIP  TO CUST-ZIP
           MOVE ARCF-CUST-STATUS TO CUST-STATUS
           MOVE SPACES         TO CUST-LAST-UPD
           MOVE SPACES         TO WS-DETAIL-LINE
           MOVE 'CUSTFIL'      TO DET-SOURCE
           MOVE ARCF-CUST-NAME TO DET-CUST
                   MOVE CUST-ADDR   TO CJ-AFT-ADDR
                   MOVE CUST-ZIP    TO CJ-AFT-ZIP
                   MOVE CUST-STATUS TO CJ-AFT-STATUS
                   MOVE CUST-NUMBER TO CJ-CUST-NUMBER
                   PERFORM WRITE-CUSTFIL-JOURNAL
           END-WRITE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

      * NEXT CUSTOMER NUMBER OFF THE SAME SEQCTL COUNTER THE CICS-SIDE
      * SEQGEN ISSUES FROM, SEEDED FROM THE HIGHEST CUSTFIL KEY WHEN NO
      * COUNTER ROW EXISTS YET
       ASSIGN-CUST-NUMBER.
           MOVE 'CUSTFIL' TO SEQ-CTL-NAME
           READ SEQCTL-FILE
               INVALID KEY
                   COMPUTE SEQ-CTL-VALUE = WS-CF-HIGHEST + 1
                   WRITE SEQ-CTL-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO SEQ-CTL-VALUE
                   REWRITE SEQ-CTL-RECORD
           END-READ
           MOVE SEQ-CTL-VALUE TO CUST-NUMBER.

      * THE SEARCH SCREENS RUN OFF CUSTNORM (NAME) AND ZIPXREF (ZIP),
      * AND GUI6PURG DELETED BOTH ENTRIES WITH THE CUSTOMER - A
      * RESTORED MASTER RECORD WITHOUT THEM IS ON FILE BUT UNFINDABLE
      * ON FILE IS KEPT, LIKE THE MASTER RECORD ITSELF.
       RESTORE-SEARCH-ENTRIES.
           IF CUST-ZIP NOT = SPACES
               MOVE CUST-ZIP    TO ZX-ZIP
               MOVE CUST-NUMBER TO ZX-CUST-NUMBER
               WRITE ZIPXREF-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           MOVE CUST-NAME TO LK-NN-IN
           CALL 'NAMENORM' USING NAMENORM-PARMS
           MOVE LK-NN-OUT TO CN-NORM-NAME
           MOVE CUST-NUMBER TO CN-CUST-NUMBER
           WRITE CUSTNORM-RECORD
               INVALID KEY CONTINUE
           END-WRITE.
               MOVE GUI6HARC-LINE TO WS-GUI6HARC-DETAIL
           END-IF.

      * A HISTORY ENTRY BELONGS TO THE CUSTOMER WHOSE NUMBER IT
      * CARRIES, THE SAME WAY GUI6PURG'S OWN PER-CUSTOMER TRACKING
      * KEYS ON HIST-CUST-NUMBER. A LINE ARCHIVED BEFORE CUSTOMERS
      * WERE NUMBERED BELONGS TO THE CUSTOMER ITS CHANGE LANDED ON
      * (HIST-NEW-NAME).
       CHECK-HLA-AGAINST-REQUESTS.
           MOVE 'N' TO WS-REQ-FOUND-SW
           PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-TBL-CNT
               IF ARCH-CUST-NUMBER IS NUMERIC
                   IF REQ-CUST-NUMBER(WS-REQ-SUB) NOT = 0
                           AND REQ-CUST-NUMBER(WS-REQ-SUB) =
                               ARCH-CUST-NUMBER
                       SET WS-REQ-FOUND TO TRUE
                       MOVE WS-REQ-SUB TO WS-REQ-FOUND-SUB
                   END-IF
               ELSE
                   IF REQ-CUST-NAME(WS-REQ-SUB) = ARCH-NEW-NAME
                           AND REQ-CUST-NAME(WS-REQ-SUB) NOT = SPACES
                       SET WS-REQ-FOUND TO TRUE
                       MOVE WS-REQ-SUB TO WS-REQ-FOUND-SUB
                   END-IF
               END-IF
           END-PERFORM
           IF WS-REQ-FOUND
           MOVE ARCH-PAY-CCY      TO HIST-PAY-CCY
           MOVE ARCH-PAYMEI-USD   TO HIST-PAYMEI-USD
           MOVE ARCH-PAYME1I-USD  TO HIST-PAYME1I-USD
           IF ARCH-CUST-NUMBER IS NUMERIC
               MOVE ARCH-CUST-NUMBER TO HIST-CUST-NUMBER
           ELSE
               MOVE REQ-CUST-NUMBER(WS-REQ-FOUND-SUB)
                   TO HIST-CUST-NUMBER
           END-IF
           MOVE SPACES            TO WS-DETAIL-LINE
           MOVE 'GUI6HIST'        TO DET-SOURCE
           MOVE ARCH-NEW-NAME     TO DET-CUST
           CALL 'HISTAIX' USING HIST-RECORD
           WRITE HIST-RECORD
               INVALID KEY
                   MOVE 'TASKN COLLISION - SKIP' TO DET-RESULT
