      *          or the customer themselves asks "everything you hold
      *          and everything that happened on this account", the
      *          answer used to be hand-assembled from five places.
      *          This takes one customer from SYSIN - the permanent
      *          customer number (cols 1-7) or the name (cols 1-40) -
      *          and produces one formatted dossier on the CUSTDOSS
      *          report:
      *            - CURRENT MASTER VALUES OFF CUSTFIL,
      *            - EVERY OUTBOUND NOTIFICATION STILL ON THE ADRN
      *              AND PMTA EXTRACTS,
      *            - THE CUSTOMER'S CUSTNOTE FREE-FORM NOTES,
      *            - EVERY ACCOUNT THE CUSTOMER HOLDS OR HAS HELD
      *              (CUSTACCT), WITH ITS DFPACCT STATUS AND BALANCE,
      *          and ends with a completeness trailer naming each
      *          source consulted and how many records it yielded -
      *          so the response is one job run, and a source that
      *                   EXTRACTS - THE HOT FILES ARE TRUNCATED ON
      *                   EVERY DRAIN, SO THE DOSSIER WAS MISSING
      *                   EVERY ALREADY-DELIVERED NOTIFICATION
      * 10/14/26 RPI 2219 NEW ACCOUNTS SECTION - THE CUSTOMER'S
      *                   CUSTACCT RELATIONSHIPS (ROLE, OPENED, ENDED)
      *                   WITH EACH ACCOUNT'S DFPACCT STATUS, PRODUCT,
      *                   PRINCIPAL AND CURRENCY
      * 10/15/26 RPI 2230 EACH VIEW ACCESS NOW SHOWS WHETHER THE
      *                   OPERATOR SAW FULL CUSTOMER DATA OR THE
      *                   MASKED FORM (BRD-VIEW-CLASS)
      * 10/15/26 RPI 2232 THE SUBJECT IS THE PERMANENT CUSTOMER
      *                   NUMBER - KEYED DIRECTLY OR LOOKED UP FROM THE
      *                   NAME - SO THE HISTORY SECTION FOLLOWS THE
      *                   CUSTOMER THROUGH EVERY RENAME, AND ACCOUNTS,
      *                   VIEWS AND NOTES ARE READ BY NUMBER. ADRN/PMTA
      *                   NOTIFICATIONS MATCH ON THE NUMBER THEY NOW
      *                   CARRY (155/90 BYTES), OR ON THE NAME FOR ONE
      *                   WRITTEN BEFORE THE NUMBER EXISTED
      * 10/15/26 RPI 2240 THE CHANGE-HISTORY SECTION READS THE
      *                   SUBJECT'S ENTRIES OFF THE NEW GUI6HIST
      *                   ALTERNATE KEYS - CUSTOMER NUMBER PLUS DATE,
      *                   OR FOR A NAME-ONLY SUBJECT THE NEW-NAME THEN
      *                   OLD-NAME KEYS - INSTEAD OF SCANNING THE WHOLE
      *                   FILE; THE TRAIL NOW LISTS IN DATE/TIME ORDER
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTDOSS.
           SELECT CUSTFIL-FILE ASSIGN TO 'CUSTFIL'
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY CUST-KEY
               ALTERNATE RECORD KEY CUST-NAME.
           SELECT GUI6HIST-FILE ASSIGN TO 'GUI6HIST'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY HIST-KEY
               ALTERNATE RECORD KEY HIST-CUST-DATE-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY HIST-OLD-NAME-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY HIST-NEW-NAME-KEY WITH DUPLICATES.
           SELECT BREADLOG-FILE ASSIGN TO 'BREADLOG'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY NT-KEY.
           SELECT CUSTACCT-FILE ASSIGN TO 'CUSTACCT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CX-KEY.
           SELECT DFPACCT-FILE ASSIGN TO 'DFPACCT'
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY ACCT-ID.
           SELECT OPTIONAL ADRN-ARCHIVE ASSIGN TO 'ADRNARCH'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PMTA-ARCHIVE ASSIGN TO 'PMTAARCH'
       01  PARM-REC.
           02  PARM-CUST-NAME       PIC X(40).
           02  FILLER               PIC X(40).
       01  PARM-NUMBER-REC.
           02  PARM-CUST-NUMBER     PIC X(7).
           02  PARM-NUMBER-REST     PIC X(73).
       FD  CUSTFIL-FILE.
           COPY CUSTFIL.
       FD  GUI6HIST-FILE.
           COPY BREADLOG.
       FD  CUSTNOTE-FILE.
           COPY CUSTNOTE.
       FD  CUSTACCT-FILE.
           COPY CUSTACCT.
       FD  DFPACCT-FILE.
           COPY DFPACCT.
       FD  ADRN-ARCHIVE.
       01  ADRN-ARC-LINE            PIC X(155).
       FD  PMTA-ARCHIVE.
       01  PMTA-ARC-LINE            PIC X(90).
       FD  ADRN-EXTRACT.
       01  ADRN-LINE                PIC X(155).
       FD  PMTA-EXTRACT.
       01  PMTA-LINE                PIC X(90).
       FD  DOSSIER-RPT.
       01  RPT-LINE                 PIC X(132).
       FD  BATCH-LOG-FILE.
           88  WS-NO-MORE-PARMS          VALUE 'Y'.
       01  WS-EOF-SW                PIC X VALUE 'N'.
           88  WS-NO-MORE-RECS           VALUE 'Y'.
       01  WS-SUBJECT-KEY           PIC X(40) VALUE SPACES.
       01  WS-SUBJECT-NAME          PIC X(40) VALUE SPACES.
       01  WS-SUBJECT-NUMBER        PIC 9(7) VALUE 0.
       01  WS-SUBJECT-MATCH-SW      PIC X VALUE 'N'.
           88  WS-SUBJECT-MATCH          VALUE 'Y'.
       01  WS-MASTER-CNT            PIC 9(3) VALUE 0.
       01  WS-HIST-CNT              PIC 9(5) VALUE 0.
       01  WS-VIEW-CNT              PIC 9(5) VALUE 0.
       01  WS-ADRN-CNT              PIC 9(5) VALUE 0.
       01  WS-PMTA-CNT              PIC 9(5) VALUE 0.
       01  WS-NOTE-CNT              PIC 9(5) VALUE 0.
       01  WS-ACCT-CNT              PIC 9(5) VALUE 0.
       01  WS-RUN-DATE.
           02  WS-RUN-YYYY          PIC 9(4).
           02  WS-RUN-MM            PIC 9(2).
           02  ADN-DATE            PIC 9(7).
           02  FILLER              PIC X.
           02  ADN-TIME            PIC 9(7).
           02  FILLER              PIC X.
           02  ADN-CUST-NUMBER     PIC X(7).
       01  WS-PMTA-DETAIL.
           02  PMT-TRNID           PIC X(4).
           02  FILLER              PIC X.
           02  PMT-DATE            PIC 9(7).
           02  FILLER              PIC X.
           02  PMT-TIME            PIC 9(7).
           02  FILLER              PIC X.
           02  PMT-CUST-NUMBER     PIC X(7).

       01  WS-SECTION-LINE.
           02  FILLER       PIC X(4) VALUE '=== '.
           02  VL-OPID      PIC X(3).
           02  FILLER       PIC X(7) VALUE ' TRNID '.
           02  VL-TRNID     PIC X(4).
           02  FILLER       PIC X(6) VALUE ' VIEW '.
           02  VL-VIEW      PIC X(6).
       01  WS-ACCT-LINE.
           02  AL-ACCT-ID   PIC X(10).
           02  FILLER       PIC X VALUE SPACE.
           02  AL-ROLE      PIC X(5).
           02  FILLER       PIC X(8) VALUE ' OPENED '.
           02  AL-OPEN-DATE PIC 9(8).
           02  FILLER       PIC X(7) VALUE ' ENDED '.
           02  AL-CLOSE-DATE PIC X(8).
           02  FILLER       PIC X(6) VALUE ' ACCT '.
           02  AL-STATUS    PIC X(11).
           02  FILLER       PIC X VALUE SPACE.
           02  AL-PRODUCT   PIC X(4).
           02  FILLER       PIC X VALUE SPACE.
           02  AL-PRINCIPAL PIC ZZZ,ZZZ,ZZ9.99.
           02  FILLER       PIC X VALUE SPACE.
           02  AL-CCY       PIC X(3).
       01  WS-TRAILER-LINE.
           02  TR-SOURCE    PIC X(10).
           02  FILLER       PIC X(10) VALUE ' RECORDS='.
           PERFORM WRITE-BATCH-START-ENTRY
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM READ-SUBJECT-PARM
           IF WS-SUBJECT-KEY = SPACES
               DISPLAY 'CUSTDOSS: NO CUSTOMER KEY ON SYSIN - '
                   'NO DOSSIER PRODUCED'
               PERFORM WRITE-NO-SUBJECT-LOG
               STOP RUN
           END-IF
           PERFORM RESOLVE-SUBJECT-CUSTOMER
           OPEN OUTPUT DOSSIER-RPT
           MOVE SPACES TO RPT-LINE
           STRING 'COMPLIANCE DOSSIER FOR CUSTOMER '
               WS-SUBJECT-NUMBER ' ' WS-SUBJECT-NAME
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM REPORT-CURRENT-MASTER
           PERFORM REPORT-CUSTOMER-ACCOUNTS
           PERFORM REPORT-CHANGE-HISTORY
           PERFORM REPORT-VIEW-ACCESSES
           PERFORM REPORT-ADRN-NOTIFICATIONS
               AT END SET WS-NO-MORE-PARMS TO TRUE
           END-READ
           IF NOT WS-NO-MORE-PARMS
               MOVE PARM-CUST-NAME TO WS-SUBJECT-KEY
           END-IF
           CLOSE PARM-FILE.

      * A CARD OF 7 DIGITS AND NOTHING ELSE IS A CUSTOMER NUMBER,
      * ANYTHING ELSE A NAME. THE SUBJECT IS THE NUMBER EITHER WAY -
      * A NUMBER NO LONGER ON CUSTFIL (PURGED) STILL FINDS ITS
      * HISTORY; A NAME NOT ON CUSTFIL LEAVES THE NUMBER ZERO AND THE
      * DOSSIER FALLS BACK TO MATCHING THE NAME AS IT ALWAYS DID
       RESOLVE-SUBJECT-CUSTOMER.
           OPEN INPUT CUSTFIL-FILE
           IF PARM-CUST-NUMBER IS NUMERIC
                   AND PARM-NUMBER-REST = SPACES
               MOVE PARM-CUST-NUMBER TO WS-SUBJECT-NUMBER
               MOVE WS-SUBJECT-NUMBER TO CUST-NUMBER
               READ CUSTFIL-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-NAME TO WS-SUBJECT-NAME
               END-READ
           ELSE
               MOVE WS-SUBJECT-KEY TO WS-SUBJECT-NAME
               MOVE WS-SUBJECT-KEY TO CUST-NAME
               READ CUSTFIL-FILE KEY IS CUST-NAME
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-NUMBER TO WS-SUBJECT-NUMBER
               END-READ
           END-IF
           CLOSE CUSTFIL-FILE.

       REPORT-CURRENT-MASTER.
           MOVE 'CURRENT MASTER VALUES (CUSTFIL)' TO SEC-TITLE
           MOVE WS-SECTION-LINE TO RPT-LINE
           WRITE RPT-LINE
           OPEN INPUT CUSTFIL-FILE
           MOVE WS-SUBJECT-NUMBER TO CUST-NUMBER
           READ CUSTFIL-FILE
               INVALID KEY
                   MOVE 'NOT ON THE LIVE MASTER (OFFBOARDED, '
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

      * EVERY CUSTACCT RELATIONSHIP THE CUSTOMER HAS, OPEN OR ENDED,
      * WITH WHAT THE DFPACCT MASTER SAYS ABOUT THE ACCOUNT TODAY - A
      * LINK WHOSE ACCOUNT IS GONE FROM THE MASTER STILL PRINTS
       REPORT-CUSTOMER-ACCOUNTS.
           MOVE 'ACCOUNTS HELD (CUSTACCT/DFPACCT)' TO SEC-TITLE
           MOVE WS-SECTION-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'N' TO WS-EOF-SW
           IF WS-SUBJECT-NUMBER = 0
               SET WS-NO-MORE-RECS TO TRUE
           END-IF
           OPEN INPUT CUSTACCT-FILE
           OPEN INPUT DFPACCT-FILE
           MOVE WS-SUBJECT-NUMBER TO CX-CUST-NUMBER
           MOVE LOW-VALUES TO CX-ACCT-ID
           IF NOT WS-NO-MORE-RECS
               START CUSTACCT-FILE KEY >= CX-KEY
                   INVALID KEY SET WS-NO-MORE-RECS TO TRUE
               END-START
           END-IF
           PERFORM UNTIL WS-NO-MORE-RECS
               READ CUSTACCT-FILE NEXT RECORD
                   AT END SET WS-NO-MORE-RECS TO TRUE
               END-READ
               IF NOT WS-NO-MORE-RECS
                   IF CX-CUST-NUMBER NOT = WS-SUBJECT-NUMBER
                       SET WS-NO-MORE-RECS TO TRUE
                   ELSE
                       ADD 1 TO WS-ACCT-CNT
                       PERFORM WRITE-ACCOUNT-LINE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CUSTACCT-FILE
           CLOSE DFPACCT-FILE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       WRITE-ACCOUNT-LINE.
           MOVE SPACES TO WS-ACCT-LINE
           MOVE CX-ACCT-ID   TO AL-ACCT-ID
           IF CX-ROLE-JOINT
               MOVE 'JOINT' TO AL-ROLE
           ELSE
               MOVE 'OWNER' TO AL-ROLE
           END-IF
           MOVE CX-OPEN-DATE TO AL-OPEN-DATE
           IF CX-LINK-OPEN
               MOVE SPACES TO AL-CLOSE-DATE
           ELSE
               MOVE CX-CLOSE-DATE TO AL-CLOSE-DATE
           END-IF
           MOVE CX-ACCT-ID TO ACCT-ID
           READ DFPACCT-FILE
               INVALID KEY
                   MOVE 'NOT ON FILE' TO AL-STATUS
                   MOVE 0 TO AL-PRINCIPAL
               NOT INVALID KEY
                   IF ACCT-CLOSED
                       MOVE 'CLOSED' TO AL-STATUS
                   ELSE
                       MOVE 'OPEN'   TO AL-STATUS
                   END-IF
                   MOVE ACCT-PRODUCT    TO AL-PRODUCT
                   MOVE ACCT-PRINCIPAL  TO AL-PRINCIPAL
                   MOVE ACCT-REPORT-CCY TO AL-CCY
           END-READ
           MOVE WS-ACCT-LINE TO RPT-LINE
           WRITE RPT-LINE.

      * THE TRAIL IS READ OFF THE ALTERNATE KEYS RATHER THAN THE
      * WHOLE FILE: A NUMBERED SUBJECT'S ENTRIES SIT TOGETHER ON
      * HIST-CUST-DATE-KEY IN DATE/TIME ORDER. A SUBJECT KNOWN ONLY
      * BY NAME (NO LONGER ON CUSTFIL) IS READ OFF THE NEW-NAME KEY,
      * THEN THE OLD-NAME KEY FOR THE ENTRIES THAT NAMED IT ONLY ON
      * THE OLD SIDE - ONE WITH THE NAME ON BOTH SIDES WAS ALREADY
      * LISTED IN THE FIRST PASS
       REPORT-CHANGE-HISTORY.
           MOVE 'CHANGE HISTORY (GUI6HIST)' TO SEC-TITLE
           MOVE WS-SECTION-LINE TO RPT-LINE
           WRITE RPT-LINE
           OPEN INPUT GUI6HIST-FILE
           IF WS-SUBJECT-NUMBER NOT = 0
               PERFORM REPORT-HISTORY-BY-NUMBER
           ELSE
               PERFORM REPORT-HISTORY-BY-NEW-NAME
               PERFORM REPORT-HISTORY-BY-OLD-NAME
           END-IF
           CLOSE GUI6HIST-FILE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       REPORT-HISTORY-BY-NUMBER.
           MOVE 'N' TO WS-EOF-SW
           MOVE WS-SUBJECT-NUMBER TO HIST-CK-CUST-NUMBER
           MOVE 0 TO HIST-CK-DATE
           MOVE 0 TO HIST-CK-TIME
           START GUI6HIST-FILE KEY IS NOT LESS THAN HIST-CUST-DATE-KEY
               INVALID KEY SET WS-NO-MORE-RECS TO TRUE
           END-START
           PERFORM UNTIL WS-NO-MORE-RECS
               READ GUI6HIST-FILE NEXT RECORD
                   AT END SET WS-NO-MORE-RECS TO TRUE
               END-READ
               IF NOT WS-NO-MORE-RECS
                   IF HIST-CUST-NUMBER NOT = WS-SUBJECT-NUMBER
                       SET WS-NO-MORE-RECS TO TRUE
                   ELSE
                       ADD 1 TO WS-HIST-CNT
                       PERFORM WRITE-HISTORY-LINE
                   END-IF
               END-IF
           END-PERFORM.

       REPORT-HISTORY-BY-NEW-NAME.
           MOVE 'N' TO WS-EOF-SW
           MOVE WS-SUBJECT-NAME TO HIST-NK-NAME
           MOVE 0 TO HIST-NK-DATE
           MOVE 0 TO HIST-NK-TIME
           START GUI6HIST-FILE KEY IS NOT LESS THAN HIST-NEW-NAME-KEY
               INVALID KEY SET WS-NO-MORE-RECS TO TRUE
           END-START
           PERFORM UNTIL WS-NO-MORE-RECS
               READ GUI6HIST-FILE NEXT RECORD
                   AT END SET WS-NO-MORE-RECS TO TRUE
               END-READ
               IF NOT WS-NO-MORE-RECS
                   IF HIST-NEW-NAME NOT = WS-SUBJECT-NAME
                       SET WS-NO-MORE-RECS TO TRUE
                   ELSE
                       ADD 1 TO WS-HIST-CNT
                       PERFORM WRITE-HISTORY-LINE
                   END-IF
               END-IF
           END-PERFORM.

       REPORT-HISTORY-BY-OLD-NAME.
           MOVE 'N' TO WS-EOF-SW
           MOVE WS-SUBJECT-NAME TO HIST-OK-NAME
           MOVE 0 TO HIST-OK-DATE
           MOVE 0 TO HIST-OK-TIME
           START GUI6HIST-FILE KEY IS NOT LESS THAN HIST-OLD-NAME-KEY
               INVALID KEY SET WS-NO-MORE-RECS TO TRUE
           END-START
           PERFORM UNTIL WS-NO-MORE-RECS
               READ GUI6HIST-FILE NEXT RECORD
                   AT END SET WS-NO-MORE-RECS TO TRUE
               END-READ
               IF NOT WS-NO-MORE-RECS
                   IF HIST-OLD-NAME NOT = WS-SUBJECT-NAME
                       SET WS-NO-MORE-RECS TO TRUE
                   ELSE
                       IF HIST-NEW-NAME NOT = WS-SUBJECT-NAME
                           ADD 1 TO WS-HIST-CNT
                           PERFORM WRITE-HISTORY-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-HISTORY-LINE.
           MOVE SPACES TO WS-HIST-LINE
           MOVE WS-SECTION-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'N' TO WS-EOF-SW
           IF WS-SUBJECT-NUMBER = 0
               SET WS-NO-MORE-RECS TO TRUE
           END-IF
           OPEN INPUT BREADLOG-FILE
           MOVE WS-SUBJECT-NUMBER TO BRD-CUST-NUMBER
           MOVE 0 TO BRD-DATE
           MOVE 0 TO BRD-TIME
           MOVE 0 TO BRD-SEQNO
           IF NOT WS-NO-MORE-RECS
               START BREADLOG-FILE KEY >= BRD-KEY
                   INVALID KEY SET WS-NO-MORE-RECS TO TRUE
               END-START
           END-IF
           PERFORM UNTIL WS-NO-MORE-RECS
               READ BREADLOG-FILE NEXT RECORD
                   AT END SET WS-NO-MORE-RECS TO TRUE
               END-READ
               IF NOT WS-NO-MORE-RECS
                   IF BRD-CUST-NUMBER NOT = WS-SUBJECT-NUMBER
                       SET WS-NO-MORE-RECS TO TRUE
                   ELSE
                       ADD 1 TO WS-VIEW-CNT
                       MOVE BRD-TIME  TO VL-TIME
                       MOVE BRD-OPID  TO VL-OPID
                       MOVE BRD-TRNID TO VL-TRNID
                       EVALUATE BRD-VIEW-CLASS
                           WHEN 'F'
                               MOVE 'FULL'   TO VL-VIEW
                           WHEN 'M'
                               MOVE 'MASKED' TO VL-VIEW
                           WHEN OTHER
                               MOVE '-'      TO VL-VIEW
                       END-EVALUATE
                       MOVE WS-VIEW-LINE TO RPT-LINE
                       WRITE RPT-LINE
                   END-IF
                   NOT AT END
                       IF ADRN-ARC-LINE(1:2) NOT = '**'
                           MOVE ADRN-ARC-LINE TO WS-ADRN-DETAIL
                           PERFORM CHECK-ADRN-SUBJECT
                           IF WS-SUBJECT-MATCH
                               ADD 1 TO WS-ADRN-CNT
                               MOVE ADRN-ARC-LINE TO RPT-LINE
                               WRITE RPT-LINE
                   AT END SET WS-NO-MORE-RECS TO TRUE
                   NOT AT END
                       MOVE ADRN-LINE TO WS-ADRN-DETAIL
                       PERFORM CHECK-ADRN-SUBJECT
                       IF WS-SUBJECT-MATCH
                           ADD 1 TO WS-ADRN-CNT
                           MOVE ADRN-LINE TO RPT-LINE
                           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

      * A NOTIFICATION CARRYING A CUSTOMER NUMBER MATCHES ON IT; ONE
      * WRITTEN BEFORE THE NUMBER EXISTED MATCHES ON THE NAME
       CHECK-ADRN-SUBJECT.
           MOVE 'N' TO WS-SUBJECT-MATCH-SW
           IF ADN-CUST-NUMBER IS NUMERIC AND WS-SUBJECT-NUMBER NOT = 0
               IF ADN-CUST-NUMBER = WS-SUBJECT-NUMBER
                   SET WS-SUBJECT-MATCH TO TRUE
               END-IF
           ELSE
               IF ADN-CUST-KEY = WS-SUBJECT-NAME
                   SET WS-SUBJECT-MATCH TO TRUE
               END-IF
           END-IF.

       REPORT-PMTA-NOTIFICATIONS.
           MOVE 'PAYMENT-APPROVAL NOTIFICATIONS (PMTA)' TO SEC-TITLE
           MOVE WS-SECTION-LINE TO RPT-LINE
                   NOT AT END
                       IF PMTA-ARC-LINE(1:2) NOT = '**'
                           MOVE PMTA-ARC-LINE TO WS-PMTA-DETAIL
                           PERFORM CHECK-PMTA-SUBJECT
                           IF WS-SUBJECT-MATCH
                               ADD 1 TO WS-PMTA-CNT
                               MOVE PMTA-ARC-LINE TO RPT-LINE
                               WRITE RPT-LINE
                   AT END SET WS-NO-MORE-RECS TO TRUE
                   NOT AT END
                       MOVE PMTA-LINE TO WS-PMTA-DETAIL
                       PERFORM CHECK-PMTA-SUBJECT
                       IF WS-SUBJECT-MATCH
                           ADD 1 TO WS-PMTA-CNT
                           MOVE PMTA-LINE TO RPT-LINE
                           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       CHECK-PMTA-SUBJECT.
           MOVE 'N' TO WS-SUBJECT-MATCH-SW
           IF PMT-CUST-NUMBER IS NUMERIC AND WS-SUBJECT-NUMBER NOT = 0
               IF PMT-CUST-NUMBER = WS-SUBJECT-NUMBER
                   SET WS-SUBJECT-MATCH TO TRUE
               END-IF
           ELSE
               IF PMT-CUST-KEY = WS-SUBJECT-NAME
                   SET WS-SUBJECT-MATCH TO TRUE
               END-IF
           END-IF.

       REPORT-CUSTOMER-NOTES.
           MOVE 'FREE-FORM NOTES (CUSTNOTE)' TO SEC-TITLE
           MOVE WS-SECTION-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'N' TO WS-EOF-SW
           IF WS-SUBJECT-NUMBER = 0
               SET WS-NO-MORE-RECS TO TRUE
           END-IF
           OPEN INPUT CUSTNOTE-FILE
           MOVE WS-SUBJECT-NUMBER TO NT-CUST-NUMBER
           MOVE 0 TO NT-SEQNO
           IF NOT WS-NO-MORE-RECS
               START CUSTNOTE-FILE KEY >= NT-KEY
                   INVALID KEY SET WS-NO-MORE-RECS TO TRUE
               END-START
           END-IF
           PERFORM UNTIL WS-NO-MORE-RECS
               READ CUSTNOTE-FILE NEXT RECORD
                   AT END SET WS-NO-MORE-RECS TO TRUE
               END-READ
               IF NOT WS-NO-MORE-RECS
                   IF NT-CUST-NUMBER NOT = WS-SUBJECT-NUMBER
                       SET WS-NO-MORE-RECS TO TRUE
                   ELSE
                       ADD 1 TO WS-NOTE-CNT
           MOVE 'CUSTNOTE' TO TR-SOURCE
           MOVE WS-NOTE-CNT TO TR-COUNT
           MOVE WS-TRAILER-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'CUSTACCT' TO TR-SOURCE
           MOVE WS-ACCT-CNT TO TR-COUNT
           MOVE WS-TRAILER-LINE TO RPT-LINE
           WRITE RPT-LINE.

       WRITE-BATCH-LOG-ENTRY.
