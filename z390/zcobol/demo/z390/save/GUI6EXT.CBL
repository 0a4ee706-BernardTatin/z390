      *                   HIGHEST TASKN READ, AND EACH OWED ENTRY IS
      *                   EXTRACTED EXACTLY ONCE WHEN ITS APPROVAL
      *                   FINALLY LANDS
      * 10/15/26 RPI 2232 EXTRACT LAYOUT V005/187 - EACH DETAIL NOW
      *                   ENDS WITH THE CUSTOMER'S PERMANENT NUMBER
      *                   (HIST-CUST-NUMBER), THE KEY DOWNSTREAM SHOULD
      *                   MATCH ON NOW A NAME CAN CHANGE; THE STATUS
      *                   LOOKUP READS CUSTFIL BY IT
      * 10/15/26 RPI 2240 GUI6HIST SELECT DECLARES THE NEW
      *                   HIST-CUST-DATE-KEY, HIST-OLD-NAME-KEY AND
      *                   HIST-NEW-NAME-KEY ALTERNATE KEYS (GUI6HIST
      *                   RECORD NOW 424 BYTES)
      * 10/15/26 RPI 2245 THE 'H' HEADER NOW ALSO CARRIES THE EXTRACT'S
      *                   RUN DATE (YYYYMMDD) IN COLUMNS 10-17, AFTER
      *                   THE VERSION AND LENGTH THE READERS CHECK, SO
      *                   GUI6ACKR CAN TIE THE DOWNSTREAM
      *                   ACKNOWLEDGMENT TO THE EXTRACT IT ANSWERS
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUI6EXT.
           SELECT GUI6HIST-FILE ASSIGN TO 'GUI6HIST'
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY HIST-KEY
               ALTERNATE RECORD KEY HIST-CUST-DATE-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY HIST-OLD-NAME-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY HIST-NEW-NAME-KEY WITH DUPLICATES.
           SELECT CUSTFIL-FILE ASSIGN TO 'CUSTFIL'
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY CUST-KEY
               ALTERNATE RECORD KEY CUST-NAME.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'SYSIN'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL GUI6HOLD-FILE ASSIGN TO 'GUI6HOLD'
           02  CKPT-TASKN           PIC 9(7).
           02  FILLER               PIC X(73).
       FD  GUI6-EXTRACT.
       01  EXTR-LINE                PIC X(187).
       FD  BATCH-LOG-FILE.
       01  BL-LINE                  PIC X(80).

      * READER STOPS INSTEAD OF MIS-SLICING DETAIL LINES
       01  WS-EXTR-HEADER.
           02  EXTH-TYPE            PIC X(1) VALUE 'H'.
           02  EXTH-LAYOUT-VERSION  PIC 9(3) VALUE 005.
           02  EXTH-REC-LEN         PIC 9(5) VALUE 00187.
      * THE RUN DATE FOLLOWS THE FIRST 9 BYTES EVERY READER CHECKS,
      * SO THE DOWNSTREAM ACKNOWLEDGMENT CAN NAME WHICH EXTRACT IT
      * ANSWERS (GUI6ACKR MATCHES IT) WITHOUT A LAYOUT CHANGE
           02  EXTH-EXTRACT-DATE    PIC 9(8) VALUE 0.
       01  WS-EXTR-DETAIL.
           02  EXTR-TYPE            PIC X(1) VALUE 'D'.
           02  EXTR-CUST-NAME       PIC X(40).
           02  EXTR-CUST-STATUS     PIC X.
           02  EXTR-REASON-CD       PIC X(3).
           02  EXTR-CHANGE-TYPE     PIC X.
           02  EXTR-CUST-NUMBER     PIC 9(7).
       01  WS-EXTR-TRAILER.
           02  TRLR-TYPE            PIC X(1) VALUE 'T'.
           02  TRLR-REC-COUNT       PIC 9(7).
           02  TRLR-CTL-TOTAL       PIC 9(9).
           02  FILLER               PIC X(170).

      * 'A' ON THE OPTIONAL SYSIN CARD EXTRACTS ACTIVE CUSTOMERS
      * ONLY; BLANK (OR NO SYSIN AT ALL) EXTRACTS EVERYTHING AS
      * A CUSTOMER NO LONGER ON THE MASTER EXTRACTS AS SPACE
       LOOKUP-CUSTOMER-STATUS.
           MOVE SPACE TO WS-CUST-STATUS-BYTE
           IF HIST-CUST-NUMBER NOT = 0
               MOVE HIST-CUST-NUMBER TO CUST-NUMBER
               READ CUSTFIL-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-STATUS TO WS-CUST-STATUS-BYTE
               END-READ
           ELSE
               MOVE HIST-NEW-NAME TO CUST-NAME
               READ CUSTFIL-FILE KEY IS CUST-NAME
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-STATUS TO WS-CUST-STATUS-BYTE
               END-READ
           END-IF.

       WRITE-EXTRACT-HEADER.
           MOVE WS-RUN-DATE-NUM TO EXTH-EXTRACT-DATE
           MOVE SPACES TO EXTR-LINE
           MOVE WS-EXTR-HEADER TO EXTR-LINE
           WRITE EXTR-LINE.
           MOVE WS-CUST-STATUS-BYTE TO EXTR-CUST-STATUS
           MOVE HIST-REASON-CD  TO EXTR-REASON-CD
           MOVE HIST-CHANGE-TYPE TO EXTR-CHANGE-TYPE
           MOVE HIST-CUST-NUMBER TO EXTR-CUST-NUMBER
           MOVE WS-EXTR-DETAIL TO EXTR-LINE
           WRITE EXTR-LINE
           ADD 1 TO WS-REC-COUNT
