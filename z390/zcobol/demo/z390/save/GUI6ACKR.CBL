      ***************************************************************
      * Author.  Maintenance team, following the GUI6RECN/CUSTDQS
      *          style
      * Remarks. Downstream acknowledgment reconciliation for the
      *          GUI6EXTR extract. The overnight customer-master run
      *          that consumes the extract answers it with a GUI6ACK
      *          acknowledgment file (80-byte lines):
      *            'H' header   cols 2-9   extract date (YYYYMMDD,
      *                                    from the GUI6EXTR header)
      *                         cols 10-12 extract layout version
      *            'D' detail   cols 2-8   detail sequence within the
      *                                    extract (1 = first 'D')
      *                         cols 9-15  customer number
      *                         col  16    'A' accepted, 'R' rejected
      *                         cols 17-20 consumer reason code
      *            'T' trailer  cols 2-8   detail records acknowledged
      *                         cols 9-15  accepted count
      *                         cols 16-22 rejected count
      *          This reads the extract as sent, checks the
      *          acknowledgment is for that extract (date and layout
      *          version), and reports every detail never
      *          acknowledged, every acknowledgment that does not
      *          match a detail we sent, and every trailer count that
      *          does not agree with the lines actually received or
      *          with our own extract trailer. Each rejected detail
      *          goes onto the ACKWORK correction worklist, which
      *          TESTGUI6 shows the operator when the customer is
      *          opened and resolves when a corrected change is
      *          accepted for them - that change rides the next
      *          GUI6EXT run back downstream.
      *
      *          No acknowledgment (a missing or empty GUI6ACK) is a
      *          'WARN' until the cutoff - PARMFIL 'ACK-CUTOFF-TIME',
      *          HHMM, default 0600, on the day after the extract
      *          date - and a 'FAIL' on BATCHWIN from then on. An
      *          acknowledgment for a different extract is a 'FAIL';
      *          rejects, gaps and count mismatches are a 'WARN'.
      ***************************************************************
      * 10/15/26 RPI 2245 INITIAL CODING
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUI6ACKR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GUI6-EXTRACT ASSIGN TO 'GUI6EXTR'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL GUI6ACK-FILE ASSIGN TO 'GUI6ACK'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL ACKWORK-FILE ASSIGN TO 'ACKWORK'
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY AW-KEY.
           SELECT OPTIONAL PARMFIL-FILE ASSIGN TO 'PARMFIL'
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY PRM-KEY.
           SELECT GUI6ACKR-RPT ASSIGN TO 'GUI6ACRP'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BATCH-LOG-FILE ASSIGN TO 'BATCHLOG'
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  GUI6-EXTRACT.
       01  EXTR-LINE                PIC X(187).
       FD  GUI6ACK-FILE.
       01  ACK-LINE                 PIC X(80).
       FD  ACKWORK-FILE.
           COPY ACKWORK.
       FD  PARMFIL-FILE.
           COPY PARMFIL.
       FD  GUI6ACKR-RPT.
       01  RPT-LINE                 PIC X(100).
       FD  BATCH-LOG-FILE.
       01  BL-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       COPY BATCHLOG.
       01  WS-RUN-DATE.
           02  WS-RUN-YYYY          PIC 9(4).
           02  WS-RUN-MM            PIC 9(2).
           02  WS-RUN-DD            PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).
       01  WS-RUN-TIME.
           02  WS-RUN-HHMM          PIC 9(4).
           02  FILLER               PIC 9(4).

      * GUI6EXT'S LAYOUT-VERSION HEADER, ALWAYS THE EXTRACT'S FIRST
      * RECORD, NOW WITH THE EXTRACT'S RUN DATE BEHIND IT. AN EXTRACT
      * WRITTEN BEFORE THE DATE WAS ADDED HAS SPACES THERE, AND IS
      * RECONCILED WITHOUT THE DATE MATCH.
       01  WS-EXTR-HEADER.
           02  EXTH-TYPE            PIC X(1).
           02  EXTH-LAYOUT-VERSION  PIC 9(3).
           02  EXTH-REC-LEN         PIC 9(5).
           02  EXTH-EXTRACT-DATE    PIC X(8).
       01  WS-EXPECTED-VERSION      PIC 9(3) VALUE 005.
       01  WS-EXPECTED-REC-LEN      PIC 9(5) VALUE 00187.
       01  WS-EXTRACT-OK-SW         PIC X VALUE 'N'.
           88  WS-EXTRACT-OK             VALUE 'Y'.
       01  WS-EXTR-DATE             PIC 9(8) VALUE 0.
       01  WS-EXTR-EOF-SW           PIC X VALUE 'N'.
           88  WS-NO-MORE-EXTR           VALUE 'Y'.

      * A GUI6EXT V005/187 DETAIL LINE - ONLY WHAT THE WORKLIST NEEDS
       01  WS-EXTR-DETAIL.
           02  EXTR-TYPE            PIC X(1).
           02  EXTR-CUST-NAME       PIC X(40).
           02  EXTR-OLD-ADDR        PIC X(40).
           02  EXTR-NEW-ADDR        PIC X(40).
           02  EXTR-NEW-ZIP         PIC X(5).
           02  FILLER               PIC X(53).
           02  EXTR-CHANGE-TYPE     PIC X.
           02  EXTR-CUST-NUMBER     PIC 9(7).
       01  WS-EXTR-TRAILER.
           02  TRLR-TYPE            PIC X(1).
           02  TRLR-REC-COUNT       PIC 9(7).
           02  FILLER               PIC X(179).
       01  WS-TRLR-SEEN-SW          PIC X VALUE 'N'.
           88  WS-EXTR-TRLR-SEEN         VALUE 'Y'.
       01  WS-EXTR-TRLR-COUNT       PIC 9(7) VALUE 0.

      * EVERY DETAIL SENT, BY ITS SEQUENCE IN THE EXTRACT, AND WHAT
      * THE ACKNOWLEDGMENT SAID ABOUT IT (SPACE = NOTHING YET). A
      * NIGHT BIGGER THAN THE TABLE IS RECONCILED AS FAR AS IT GOES
      * AND LOGGED 'WARN'.
       01  WS-SENT-MAX              PIC 9(5) VALUE 20000.
       01  WS-SENT-CNT              PIC 9(7) VALUE 0.
       01  WS-SENT-TBL.
           02  SENT-ENTRY OCCURS 20000 TIMES.
               04  SN-CUST-NUMBER   PIC 9(7).
               04  SN-CUST-NAME     PIC X(40).
               04  SN-NEW-ADDR      PIC X(40).
               04  SN-NEW-ZIP       PIC X(5).
               04  SN-CHANGE-TYPE   PIC X.
               04  SN-ACK-STATE     PIC X.
                   88  SN-NOT-ACKED      VALUE SPACE.
       01  WS-SENT-SUB              PIC 9(7) VALUE 0.
       01  WS-TABLE-FULL-SW         PIC X VALUE 'N'.
           88  WS-TABLE-FULL             VALUE 'Y'.

       01  WS-ACK-HEADER.
           02  ACKH-TYPE            PIC X(1).
           02  ACKH-EXTR-DATE       PIC X(8).
           02  ACKH-EXTR-DATE-NUM REDEFINES ACKH-EXTR-DATE
                                    PIC 9(8).
           02  ACKH-LAYOUT-VERSION  PIC X(3).
           02  ACKH-LAYOUT-NUM REDEFINES ACKH-LAYOUT-VERSION
                                    PIC 9(3).
           02  FILLER               PIC X(68).
       01  WS-ACK-DETAIL.
           02  ACKD-TYPE            PIC X(1).
           02  ACKD-EXTR-SEQ        PIC X(7).
           02  ACKD-EXTR-SEQ-NUM REDEFINES ACKD-EXTR-SEQ
                                    PIC 9(7).
           02  ACKD-CUST-NUMBER     PIC X(7).
           02  ACKD-CUST-NUM REDEFINES ACKD-CUST-NUMBER
                                    PIC 9(7).
           02  ACKD-RESULT          PIC X(1).
               88  ACKD-ACCEPTED         VALUE 'A'.
               88  ACKD-REJECTED         VALUE 'R'.
           02  ACKD-REASON-CD       PIC X(4).
           02  FILLER               PIC X(60).
       01  WS-ACK-TRAILER.
           02  ACKT-TYPE            PIC X(1).
           02  ACKT-DTL-COUNT       PIC 9(7).
           02  ACKT-ACCEPT-COUNT    PIC 9(7).
           02  ACKT-REJECT-COUNT    PIC 9(7).
           02  FILLER               PIC X(58).
       01  WS-ACK-EOF-SW            PIC X VALUE 'N'.
           88  WS-NO-MORE-ACK            VALUE 'Y'.
       01  WS-ACK-RECEIVED-SW       PIC X VALUE 'N'.
           88  WS-ACK-RECEIVED           VALUE 'Y'.
       01  WS-ACK-MATCH-SW          PIC X VALUE 'N'.
           88  WS-ACK-MATCHES            VALUE 'Y'.
       01  WS-ACK-TRLR-SW           PIC X VALUE 'N'.
           88  WS-ACK-TRLR-SEEN          VALUE 'Y'.
       01  WS-EXCEPTION-TEXT        PIC X(40).

      * THE CUTOFF - PARMFIL 'ACK-CUTOFF-TIME' (HHMM) ON THE DAY
      * AFTER THE EXTRACT DATE. A MISSING RECORD KEEPS 0600.
       01  WS-CUTOFF-HHMM           PIC 9(4) VALUE 0600.
       01  WS-CUTOFF-DAY            PIC 9(8) VALUE 0.
       01  WS-TODAY-DAY             PIC 9(8) VALUE 0.
       01  WS-CUTOFF-DATE           PIC 9(8) VALUE 0.
       01  WS-CUTOFF-ED             PIC 9(4).

       01  WS-ACK-DTL-CNT           PIC 9(7) VALUE 0.
       01  WS-ACCEPT-CNT            PIC 9(7) VALUE 0.
       01  WS-REJECT-CNT            PIC 9(7) VALUE 0.
       01  WS-UNACKED-CNT           PIC 9(7) VALUE 0.
       01  WS-EXCEPTION-CNT         PIC 9(7) VALUE 0.
       01  WS-MISMATCH-CNT          PIC 9(7) VALUE 0.
       01  WS-WORK-ADDED-CNT        PIC 9(7) VALUE 0.
       01  WS-WORK-ON-FILE-CNT      PIC 9(7) VALUE 0.

      * OUTCOME FOR BATCHLOG - 'DONE' UNLESS SOMETHING BELOW RAISES
      * IT; A 'FAIL' IS NEVER LOWERED BACK TO 'WARN'
       01  WS-RESULT-STATUS         PIC X(4) VALUE 'DONE'.
       01  WS-RESULT-TEXT           PIC X(40) VALUE SPACES.
       01  WS-BL-DETAIL.
           02  FILLER               PIC X(5)  VALUE 'SENT='.
           02  BLD-SENT             PIC Z(6)9.
           02  FILLER               PIC X(5)  VALUE ' REJ='.
           02  BLD-REJ              PIC Z(6)9.
           02  FILLER               PIC X(7)  VALUE ' UNACK='.
           02  BLD-UNACK            PIC Z(6)9.

       01  WS-HDG-1.
           02  FILLER       PIC X(38) VALUE
               'GUI6EXTR DOWNSTREAM ACKNOWLEDGMENT'.
           02  FILLER       PIC X(10) VALUE ' RUN DATE '.
           02  HDG-RUN-DATE PIC 9(8).
           02  FILLER       PIC X(10) VALUE '  EXTRACT '.
           02  HDG-EXTR-DATE PIC X(8).
       01  WS-HDG-DTL.
           02  FILLER       PIC X(9)  VALUE 'SEQUENCE'.
           02  FILLER       PIC X(9)  VALUE 'CUSTOMER'.
           02  FILLER       PIC X(41) VALUE 'NAME'.
           02  FILLER       PIC X(40) VALUE 'RESULT'.
       01  WS-DTL-LINE.
           02  DL-SEQ       PIC Z(6)9.
           02  FILLER       PIC X(2)  VALUE SPACES.
           02  DL-CUST      PIC 9(7).
           02  FILLER       PIC X(2)  VALUE SPACES.
           02  DL-NAME      PIC X(40).
           02  FILLER       PIC X(1)  VALUE SPACE.
           02  DL-TEXT      PIC X(40).
       01  WS-COUNT-LINE.
           02  CL-LABEL     PIC X(34).
           02  CL-VALUE-1   PIC Z(6)9.
           02  FILLER       PIC X(3)  VALUE SPACES.
           02  CL-LABEL-2   PIC X(20).
           02  CL-VALUE-2   PIC Z(6)9.
       01  WS-NOTE-LINE             PIC X(100).

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM WRITE-BATCH-START-ENTRY
           PERFORM READ-ACK-PARAMETERS
           OPEN OUTPUT GUI6ACKR-RPT
           PERFORM LOAD-EXTRACT-AS-SENT
           MOVE WS-RUN-DATE-NUM TO HDG-RUN-DATE
           IF WS-EXTR-DATE > 0
               MOVE WS-EXTR-DATE TO HDG-EXTR-DATE
           ELSE
               MOVE 'UNDATED' TO HDG-EXTR-DATE
           END-IF
           MOVE WS-HDG-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF WS-EXTRACT-OK
               OPEN INPUT GUI6ACK-FILE
               PERFORM READ-ACK-RECORD
               IF WS-NO-MORE-ACK
                   PERFORM CHECK-ACK-CUTOFF
               ELSE
                   SET WS-ACK-RECEIVED TO TRUE
                   PERFORM CHECK-ACK-HEADER
                   IF WS-ACK-MATCHES
                       PERFORM RECONCILE-ACK-DETAILS
                       PERFORM REPORT-UNACKNOWLEDGED
                       PERFORM CHECK-ACK-TOTALS
                   END-IF
               END-IF
               CLOSE GUI6ACK-FILE
           ELSE
               MOVE WS-RESULT-TEXT TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           PERFORM WRITE-SUMMARY-LINES
           CLOSE GUI6ACKR-RPT
           PERFORM WRITE-BATCH-LOG-ENTRY
           DISPLAY 'GUI6ACKR DETAILS SENT:     ' WS-SENT-CNT
           DISPLAY 'GUI6ACKR ACCEPTED:         ' WS-ACCEPT-CNT
           DISPLAY 'GUI6ACKR REJECTED:         ' WS-REJECT-CNT
           DISPLAY 'GUI6ACKR NEVER ACKNOWLEDGED: ' WS-UNACKED-CNT
           DISPLAY 'GUI6ACKR RESULT:           ' WS-RESULT-STATUS
               ' ' WS-RESULT-TEXT
           STOP RUN.

      * THE CUTOFF TIME COMES OFF THE SHOP-WIDE PARMFIL PARAMETER
      * 'ACK-CUTOFF-TIME' - A MISSING RECORD KEEPS 0600
       READ-ACK-PARAMETERS.
           OPEN INPUT PARMFIL-FILE
           MOVE 'ACK-CUTOFF-TIME' TO PRM-NAME
           READ PARMFIL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PRM-VALUE NOT = SPACES
                       COMPUTE WS-CUTOFF-HHMM =
                           FUNCTION NUMVAL(PRM-VALUE)
                   END-IF
           END-READ
           CLOSE PARMFIL-FILE
           IF WS-CUTOFF-HHMM > 2359
               MOVE 0600 TO WS-CUTOFF-HHMM
           END-IF.

      * THE EXTRACT MUST START WITH GUI6EXT'S 'H' HEADER FOR THE
      * LAYOUT THIS PROGRAM KNOWS; EVERY DETAIL IS THEN TABLED BY
      * ITS SEQUENCE AND THE TRAILER COUNT KEPT FOR THE TOTALS CHECK
       LOAD-EXTRACT-AS-SENT.
           OPEN INPUT GUI6-EXTRACT
           READ GUI6-EXTRACT
               AT END SET WS-NO-MORE-EXTR TO TRUE
           END-READ
           IF WS-NO-MORE-EXTR
               MOVE 'FAIL' TO WS-RESULT-STATUS
               MOVE 'EXTRACT IS EMPTY - NO HEADER'
                   TO WS-RESULT-TEXT
           ELSE
               MOVE EXTR-LINE(1:17) TO WS-EXTR-HEADER
               IF EXTH-TYPE NOT = 'H'
                   MOVE 'FAIL' TO WS-RESULT-STATUS
                   MOVE 'EXTRACT HAS NO LAYOUT HEADER'
                       TO WS-RESULT-TEXT
               ELSE
               IF EXTH-LAYOUT-VERSION NOT = WS-EXPECTED-VERSION
                       OR EXTH-REC-LEN NOT = WS-EXPECTED-REC-LEN
                   MOVE 'FAIL' TO WS-RESULT-STATUS
                   MOVE 'EXTRACT LAYOUT IS NOT V005/187'
                       TO WS-RESULT-TEXT
               ELSE
                   SET WS-EXTRACT-OK TO TRUE
                   IF EXTH-EXTRACT-DATE IS NUMERIC
                       MOVE EXTH-EXTRACT-DATE TO WS-EXTR-DATE
                   END-IF
               END-IF
               END-IF
           END-IF
           IF WS-EXTRACT-OK
               PERFORM READ-EXTRACT-RECORD
               PERFORM UNTIL WS-NO-MORE-EXTR
                   PERFORM TABLE-EXTRACT-RECORD
                   PERFORM READ-EXTRACT-RECORD
               END-PERFORM
           END-IF
           CLOSE GUI6-EXTRACT.

       READ-EXTRACT-RECORD.
           READ GUI6-EXTRACT
               AT END SET WS-NO-MORE-EXTR TO TRUE
           END-READ.

       TABLE-EXTRACT-RECORD.
           IF EXTR-LINE(1:1) = 'D'
               ADD 1 TO WS-SENT-CNT
               IF WS-SENT-CNT > WS-SENT-MAX
                   SET WS-TABLE-FULL TO TRUE
               ELSE
                   MOVE EXTR-LINE TO WS-EXTR-DETAIL
                   MOVE EXTR-CUST-NUMBER
                       TO SN-CUST-NUMBER(WS-SENT-CNT)
                   MOVE EXTR-CUST-NAME  TO SN-CUST-NAME(WS-SENT-CNT)
                   MOVE EXTR-NEW-ADDR   TO SN-NEW-ADDR(WS-SENT-CNT)
                   MOVE EXTR-NEW-ZIP    TO SN-NEW-ZIP(WS-SENT-CNT)
                   MOVE EXTR-CHANGE-TYPE
                       TO SN-CHANGE-TYPE(WS-SENT-CNT)
                   MOVE SPACE TO SN-ACK-STATE(WS-SENT-CNT)
               END-IF
           ELSE
           IF EXTR-LINE(1:1) = 'T'
               MOVE EXTR-LINE TO WS-EXTR-TRAILER
               SET WS-EXTR-TRLR-SEEN TO TRUE
               MOVE TRLR-REC-COUNT TO WS-EXTR-TRLR-COUNT
           END-IF
           END-IF.

       READ-ACK-RECORD.
           READ GUI6ACK-FILE
               AT END SET WS-NO-MORE-ACK TO TRUE
           END-READ.

      * NOTHING HAS COME BACK. BEFORE THE CUTOFF THAT IS ONLY
      * PENDING; FROM THE CUTOFF ON IT IS A FAILURE FOR THE MORNING
      * OPERATOR. AN UNDATED EXTRACT IS TAKEN AS LAST NIGHT'S.
       CHECK-ACK-CUTOFF.
           IF WS-EXTR-DATE > 0
               COMPUTE WS-CUTOFF-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-EXTR-DATE) + 1
           ELSE
               COMPUTE WS-CUTOFF-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           END-IF
           COMPUTE WS-TODAY-DAY =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-DAY)
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-CUTOFF-HHMM TO WS-CUTOFF-ED
           IF WS-TODAY-DAY > WS-CUTOFF-DAY
                   OR (WS-TODAY-DAY = WS-CUTOFF-DAY
                       AND WS-RUN-HHMM NOT < WS-CUTOFF-HHMM)
               MOVE 'FAIL' TO WS-RESULT-STATUS
               STRING 'NO ACK BY CUTOFF ' WS-CUTOFF-ED
                   DELIMITED BY SIZE INTO WS-RESULT-TEXT
           ELSE
               MOVE 'WARN' TO WS-RESULT-STATUS
               STRING 'ACK NOT YET RECEIVED - CUTOFF '
                   WS-CUTOFF-ED DELIMITED BY SIZE
                   INTO WS-RESULT-TEXT
           END-IF
           MOVE SPACES TO WS-NOTE-LINE
           STRING 'NO ACKNOWLEDGMENT RECEIVED. CUTOFF IS '
               WS-CUTOFF-ED ' ON ' WS-CUTOFF-DATE ' - '
               WS-RESULT-STATUS
               DELIMITED BY SIZE INTO WS-NOTE-LINE
           MOVE WS-NOTE-LINE TO RPT-LINE
           WRITE RPT-LINE.

      * THE ACKNOWLEDGMENT MUST ANSWER THIS EXTRACT - SAME DATE (WHEN
      * THE EXTRACT CARRIES ONE) AND SAME LAYOUT VERSION. ONE FOR
      * ANOTHER NIGHT OR LAYOUT IS NOT RECONCILED AT ALL.
       CHECK-ACK-HEADER.
           MOVE ACK-LINE TO WS-ACK-HEADER
           IF ACKH-TYPE NOT = 'H'
               MOVE 'FAIL' TO WS-RESULT-STATUS
               MOVE 'ACK HAS NO HEADER RECORD' TO WS-RESULT-TEXT
           ELSE
           IF ACKH-LAYOUT-VERSION IS NOT NUMERIC
                   OR ACKH-LAYOUT-NUM NOT = EXTH-LAYOUT-VERSION
               MOVE 'FAIL' TO WS-RESULT-STATUS
               STRING 'ACK IS FOR LAYOUT V' ACKH-LAYOUT-VERSION
                   DELIMITED BY SIZE INTO WS-RESULT-TEXT
           ELSE
           IF ACKH-EXTR-DATE IS NOT NUMERIC
                   OR (WS-EXTR-DATE > 0
                       AND ACKH-EXTR-DATE-NUM NOT = WS-EXTR-DATE)
               MOVE 'FAIL' TO WS-RESULT-STATUS
               STRING 'ACK IS FOR EXTRACT ' ACKH-EXTR-DATE
                   DELIMITED BY SIZE INTO WS-RESULT-TEXT
           ELSE
               SET WS-ACK-MATCHES TO TRUE
               IF WS-EXTR-DATE = 0
                   MOVE ACKH-EXTR-DATE-NUM TO WS-EXTR-DATE
               END-IF
           END-IF
           END-IF
           END-IF
           IF NOT WS-ACK-MATCHES
               MOVE SPACES TO WS-NOTE-LINE
               STRING 'ACKNOWLEDGMENT NOT RECONCILED: '
                   WS-RESULT-TEXT
                   DELIMITED BY SIZE INTO WS-NOTE-LINE
               MOVE WS-NOTE-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      * EVERY ACKNOWLEDGMENT LINE AFTER THE HEADER, AGAINST THE
      * DETAIL IT NAMES. REJECTS ARE LISTED AND WORKLISTED.
       RECONCILE-ACK-DETAILS.
           MOVE 'REJECTED BY DOWNSTREAM (ON THE ACKWORK WORKLIST):'
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HDG-DTL TO RPT-LINE
           WRITE RPT-LINE
           OPEN I-O ACKWORK-FILE
           PERFORM READ-ACK-RECORD
           PERFORM UNTIL WS-NO-MORE-ACK
               EVALUATE ACK-LINE(1:1)
                   WHEN 'D'
                       PERFORM RECONCILE-ONE-DETAIL
                   WHEN 'T'
                       MOVE ACK-LINE TO WS-ACK-TRAILER
                       SET WS-ACK-TRLR-SEEN TO TRUE
                   WHEN OTHER
                       MOVE 0 TO WS-SENT-SUB
                       MOVE 'UNRECOGNIZED ACK RECORD TYPE'
                           TO WS-EXCEPTION-TEXT
                       PERFORM WRITE-EXCEPTION-LINE
               END-EVALUATE
               PERFORM READ-ACK-RECORD
           END-PERFORM
           CLOSE ACKWORK-FILE
           IF WS-REJECT-CNT = 0
               MOVE '  (NONE)' TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       RECONCILE-ONE-DETAIL.
           MOVE ACK-LINE TO WS-ACK-DETAIL
           ADD 1 TO WS-ACK-DTL-CNT
           MOVE 0 TO WS-SENT-SUB
           IF ACKD-EXTR-SEQ IS NOT NUMERIC
                   OR ACKD-EXTR-SEQ-NUM = 0
                   OR ACKD-EXTR-SEQ-NUM > WS-SENT-CNT
               MOVE 'NO SUCH DETAIL IN THE EXTRACT'
                   TO WS-EXCEPTION-TEXT
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
           IF ACKD-EXTR-SEQ-NUM > WS-SENT-MAX
               MOVE 'BEYOND THE TABLE - NOT CHECKED'
                   TO WS-EXCEPTION-TEXT
               PERFORM WRITE-EXCEPTION-LINE
           ELSE
               MOVE ACKD-EXTR-SEQ-NUM TO WS-SENT-SUB
               IF NOT SN-NOT-ACKED(WS-SENT-SUB)
                   MOVE 'DUPLICATE ACKNOWLEDGMENT'
                       TO WS-EXCEPTION-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
               ELSE
               IF ACKD-CUST-NUMBER IS NOT NUMERIC
                       OR ACKD-CUST-NUM
                          NOT = SN-CUST-NUMBER(WS-SENT-SUB)
                   MOVE 'CUSTOMER NUMBER DOES NOT MATCH'
                       TO WS-EXCEPTION-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
               ELSE
               IF ACKD-ACCEPTED
                   ADD 1 TO WS-ACCEPT-CNT
                   MOVE 'A' TO SN-ACK-STATE(WS-SENT-SUB)
               ELSE
               IF ACKD-REJECTED
                   ADD 1 TO WS-REJECT-CNT
                   MOVE 'R' TO SN-ACK-STATE(WS-SENT-SUB)
                   PERFORM ADD-WORKLIST-ENTRY
               ELSE
                   MOVE 'RESULT IS NOT A OR R'
                       TO WS-EXCEPTION-TEXT
                   PERFORM WRITE-EXCEPTION-LINE
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

      * ONE OPEN WORKLIST ENTRY PER REJECTED DETAIL. A RERUN OVER THE
      * SAME ACKNOWLEDGMENT FINDS THE ENTRY ALREADY THERE AND LEAVES
      * IT (AND ANY RESOLUTION ALREADY STAMPED ON IT) ALONE.
       ADD-WORKLIST-ENTRY.
           MOVE SPACES TO AW-RECORD
           MOVE SN-CUST-NUMBER(WS-SENT-SUB) TO AW-CUST-NUMBER
           MOVE WS-EXTR-DATE   TO AW-EXTR-DATE
           MOVE WS-SENT-SUB    TO AW-EXTR-SEQ
           SET AW-OPEN TO TRUE
           MOVE ACKD-REASON-CD TO AW-REJECT-CD
           MOVE SN-CUST-NAME(WS-SENT-SUB)   TO AW-CUST-NAME
           MOVE SN-NEW-ADDR(WS-SENT-SUB)    TO AW-NEW-ADDR
           MOVE SN-NEW-ZIP(WS-SENT-SUB)     TO AW-NEW-ZIP
           MOVE SN-CHANGE-TYPE(WS-SENT-SUB) TO AW-CHANGE-TYPE
           MOVE WS-RUN-DATE-NUM TO AW-LOGGED-DATE
           MOVE 0 TO AW-RESOLVED-DATE AW-RESOLVED-TIME
                     AW-RESOLVED-TASKN
           MOVE SPACES TO WS-EXCEPTION-TEXT
           WRITE AW-RECORD
               INVALID KEY
                   ADD 1 TO WS-WORK-ON-FILE-CNT
                   MOVE 'ALREADY ON THE WORKLIST'
                       TO WS-EXCEPTION-TEXT
           END-WRITE
           IF WS-EXCEPTION-TEXT = SPACES
               ADD 1 TO WS-WORK-ADDED-CNT
           END-IF
           MOVE WS-SENT-SUB TO DL-SEQ
           MOVE SN-CUST-NUMBER(WS-SENT-SUB) TO DL-CUST
           MOVE SN-CUST-NAME(WS-SENT-SUB)   TO DL-NAME
           MOVE SPACES TO DL-TEXT
           STRING 'REJECTED ' ACKD-REASON-CD ' ' WS-EXCEPTION-TEXT
               DELIMITED BY SIZE INTO DL-TEXT
           MOVE WS-DTL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       WRITE-EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-CNT
           IF WS-SENT-SUB > 0
               MOVE WS-SENT-SUB TO DL-SEQ
               MOVE SN-CUST-NUMBER(WS-SENT-SUB) TO DL-CUST
               MOVE SN-CUST-NAME(WS-SENT-SUB)   TO DL-NAME
           ELSE
               MOVE 0 TO DL-SEQ DL-CUST
               MOVE SPACES TO DL-NAME
               MOVE ACK-LINE(1:40) TO DL-NAME
           END-IF
           MOVE WS-EXCEPTION-TEXT TO DL-TEXT
           MOVE WS-DTL-LINE TO RPT-LINE
           WRITE RPT-LINE.

      * EVERY DETAIL WE SENT THAT THE ACKNOWLEDGMENT NEVER MENTIONED
       REPORT-UNACKNOWLEDGED.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'SENT BUT NEVER ACKNOWLEDGED:' TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HDG-DTL TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-SENT-SUB FROM 1 BY 1
                   UNTIL WS-SENT-SUB > WS-SENT-CNT
                      OR WS-SENT-SUB > WS-SENT-MAX
               IF SN-NOT-ACKED(WS-SENT-SUB)
                   ADD 1 TO WS-UNACKED-CNT
                   MOVE WS-SENT-SUB TO DL-SEQ
                   MOVE SN-CUST-NUMBER(WS-SENT-SUB) TO DL-CUST
                   MOVE SN-CUST-NAME(WS-SENT-SUB)   TO DL-NAME
                   MOVE 'NO ACKNOWLEDGMENT' TO DL-TEXT
                   MOVE WS-DTL-LINE TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-PERFORM
           IF WS-UNACKED-CNT = 0
               MOVE '  (NONE)' TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      * THE ACKNOWLEDGMENT'S OWN TRAILER AGAINST THE LINES IT
      * ACTUALLY CARRIED, AND ITS DETAIL COUNT AGAINST OURS
       CHECK-ACK-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'TRAILER CHECKS:' TO RPT-LINE
           WRITE RPT-LINE
           IF NOT WS-ACK-TRLR-SEEN
               ADD 1 TO WS-MISMATCH-CNT
               MOVE '  ACKNOWLEDGMENT HAS NO TRAILER RECORD'
                   TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE '  ACK TRAILER DETAIL COUNT' TO CL-LABEL
               MOVE ACKT-DTL-COUNT TO CL-VALUE-1
               MOVE 'ACK LINES READ' TO CL-LABEL-2
               MOVE WS-ACK-DTL-CNT TO CL-VALUE-2
               PERFORM WRITE-COUNT-CHECK
               MOVE '  ACK TRAILER ACCEPTED COUNT' TO CL-LABEL
               MOVE ACKT-ACCEPT-COUNT TO CL-VALUE-1
               MOVE 'ACCEPTED READ' TO CL-LABEL-2
               MOVE WS-ACCEPT-CNT TO CL-VALUE-2
               PERFORM WRITE-COUNT-CHECK
               MOVE '  ACK TRAILER REJECTED COUNT' TO CL-LABEL
               MOVE ACKT-REJECT-COUNT TO CL-VALUE-1
               MOVE 'REJECTED READ' TO CL-LABEL-2
               MOVE WS-REJECT-CNT TO CL-VALUE-2
               PERFORM WRITE-COUNT-CHECK
               MOVE '  ACK TRAILER DETAIL COUNT' TO CL-LABEL
               MOVE ACKT-DTL-COUNT TO CL-VALUE-1
               MOVE 'EXTRACT TRAILER' TO CL-LABEL-2
               MOVE WS-EXTR-TRLR-COUNT TO CL-VALUE-2
               PERFORM WRITE-COUNT-CHECK
           END-IF.

       WRITE-COUNT-CHECK.
           IF CL-VALUE-1 NOT = CL-VALUE-2
               ADD 1 TO WS-MISMATCH-CNT
               MOVE WS-COUNT-LINE TO RPT-LINE
               MOVE '** MISMATCH' TO RPT-LINE(75:11)
           ELSE
               MOVE WS-COUNT-LINE TO RPT-LINE
               MOVE 'OK' TO RPT-LINE(75:2)
           END-IF
           WRITE RPT-LINE.

       WRITE-SUMMARY-LINES.
           IF WS-EXTRACT-OK AND WS-EXTR-TRLR-SEEN
                   AND WS-EXTR-TRLR-COUNT NOT = WS-SENT-CNT
               ADD 1 TO WS-MISMATCH-CNT
               MOVE 'EXTRACT TRAILER DOES NOT MATCH ITS DETAIL LINES'
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           IF WS-TABLE-FULL
               MOVE SPACES TO WS-NOTE-LINE
               STRING 'MORE THAN ' WS-SENT-MAX ' DETAILS SENT - '
                   'ONLY THE FIRST WERE RECONCILED'
                   DELIMITED BY SIZE INTO WS-NOTE-LINE
               MOVE WS-NOTE-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'DETAILS SENT' TO CL-LABEL
           MOVE WS-SENT-CNT TO CL-VALUE-1
           MOVE 'ACK LINES READ' TO CL-LABEL-2
           MOVE WS-ACK-DTL-CNT TO CL-VALUE-2
           MOVE WS-COUNT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'ACCEPTED' TO CL-LABEL
           MOVE WS-ACCEPT-CNT TO CL-VALUE-1
           MOVE 'REJECTED' TO CL-LABEL-2
           MOVE WS-REJECT-CNT TO CL-VALUE-2
           MOVE WS-COUNT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'NEVER ACKNOWLEDGED' TO CL-LABEL
           MOVE WS-UNACKED-CNT TO CL-VALUE-1
           MOVE 'EXCEPTIONS' TO CL-LABEL-2
           MOVE WS-EXCEPTION-CNT TO CL-VALUE-2
           MOVE WS-COUNT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'WORKLIST ENTRIES ADDED' TO CL-LABEL
           MOVE WS-WORK-ADDED-CNT TO CL-VALUE-1
           MOVE 'ALREADY ON FILE' TO CL-LABEL-2
           MOVE WS-WORK-ON-FILE-CNT TO CL-VALUE-2
           MOVE WS-COUNT-LINE TO RPT-LINE
           WRITE RPT-LINE.

      * A FAIL ALREADY SET (NO ACK BY THE CUTOFF, THE WRONG EXTRACT,
      * AN UNREADABLE EXTRACT) STANDS; OTHERWISE ANY REJECT, GAP,
      * EXCEPTION OR COUNT MISMATCH IS A WARN SO IT SHOWS ON BATCHWIN
       WRITE-BATCH-LOG-ENTRY.
           IF WS-RESULT-STATUS = 'DONE'
               IF WS-REJECT-CNT > 0 OR WS-UNACKED-CNT > 0
                       OR WS-EXCEPTION-CNT > 0
                       OR WS-MISMATCH-CNT > 0
                       OR WS-TABLE-FULL
                   MOVE 'WARN' TO WS-RESULT-STATUS
               END-IF
           END-IF
           MOVE 'GUI6ACKR' TO BL-PROGRAM
           MOVE WS-RUN-DATE-NUM TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           MOVE WS-RESULT-STATUS TO BL-STATUS
           IF WS-RESULT-TEXT NOT = SPACES
               MOVE WS-RESULT-TEXT TO BL-DETAIL
           ELSE
               MOVE WS-SENT-CNT    TO BLD-SENT
               MOVE WS-REJECT-CNT  TO BLD-REJ
               MOVE WS-UNACKED-CNT TO BLD-UNACK
               MOVE WS-BL-DETAIL TO BL-DETAIL
           END-IF
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.

      * ONE 'STRT' ENTRY AT JOB ENTRY, PAIRED BY BATCHWIN WITH THE
      * COMPLETION ENTRY ABOVE
       WRITE-BATCH-START-ENTRY.
           MOVE 'GUI6ACKR' TO BL-PROGRAM
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           MOVE 'STRT' TO BL-STATUS
           MOVE SPACES TO BL-DETAIL
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.
