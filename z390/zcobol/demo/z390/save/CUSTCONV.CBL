      ***************************************************************
      * Author.  Maintenance team, following the XREFBLD/GUI6REST
      *          style
      * Remarks. One-time conversion of the customer files from the
      *          CUST-NAME key to the permanent CUST-NUMBER key. Run
      *          once at cutover, with the online region down, after
      *          the old files have been renamed to the OLD DD names
      *          below and empty new-layout files allocated under the
      *          live names:
      *            CUSTFOLD -> CUSTFIL   numbers 1..n issued in name
      *                                  order, last-update stamp kept
      *            GUI6HOLD -> GUI6HIST  HIST-CUST-NUMBER back-filled
      *            CUSTNOLD -> CUSTNOTE  notes rekeyed to the number
      *            CUSTAOLD -> CUSTACCT  account links rekeyed
      *            BREADOLD -> BREADLOG  view history rekeyed, the
      *                                  name kept as BRD-CUST-NAME
      *          and the SEQCTL 'CUSTFIL' counter is set to the last
      *          number issued, so SEQGEN carries on from there.
      *          A history record belongs to the customer its change
      *          landed on (HIST-NEW-NAME, or HIST-OLD-NAME for an
      *          offboard record). That name is carried forward
      *          through every later rename and merge on file - a
      *          change or merge record whose old and new names differ
      *          - to the name the customer has now, and the number is
      *          read off the new CUSTFIL by that name. A record whose
      *          customer is no longer on the master (purged,
      *          offboarded) keeps number zero and is found by name,
      *          as every reader of the file allows. Notes, account
      *          links and views are resolved the same way from the
      *          start of the history; one whose customer cannot be
      *          found is left off and listed on the report. CUSTNORM
      *          and ZIPXREF are reallocated empty and rebuilt by
      *          XREFBLD, and CUSTJRNL is reallocated empty - the
      *          converted CUSTFIL is the new forward-recovery base.
      ***************************************************************
      * 10/15/26 RPI 2232 INITIAL CODING
      * 10/15/26 RPI 2240 GUI6HIST SELECT DECLARES THE NEW
      *                   HIST-CUST-DATE-KEY, HIST-OLD-NAME-KEY AND
      *                   HIST-NEW-NAME-KEY ALTERNATE KEYS (GUI6HIST
      *                   RECORD NOW 424 BYTES); THE SHARED HISTAIX
      *                   SUBPROGRAM SETS THEM BEFORE EVERY WRITE OR
      *                   REWRITE
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLDCUST-FILE ASSIGN TO 'CUSTFOLD'
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY OLDC-KEY.
           SELECT OLDHIST-FILE ASSIGN TO 'GUI6HOLD'
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY OLDH-KEY.
           SELECT OLDNOTE-FILE ASSIGN TO 'CUSTNOLD'
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY OLDN-KEY.
           SELECT OLDACCT-FILE ASSIGN TO 'CUSTAOLD'
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY OLDX-KEY.
           SELECT OLDBREAD-FILE ASSIGN TO 'BREADOLD'
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY OLDB-KEY.
           SELECT CUSTFIL-FILE ASSIGN TO 'CUSTFIL'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CUST-KEY
               ALTERNATE RECORD KEY CUST-NAME.
           SELECT GUI6HIST-FILE ASSIGN TO 'GUI6HIST'
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY HIST-KEY
               ALTERNATE RECORD KEY HIST-CUST-DATE-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY HIST-OLD-NAME-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY HIST-NEW-NAME-KEY WITH DUPLICATES.
           SELECT CUSTNOTE-FILE ASSIGN TO 'CUSTNOTE'
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY NT-KEY.
           SELECT CUSTACCT-FILE ASSIGN TO 'CUSTACCT'
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY CX-KEY.
           SELECT BREADLOG-FILE ASSIGN TO 'BREADLOG'
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY BRD-KEY.
           SELECT SEQCTL-FILE ASSIGN TO 'SEQCTL'
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY SEQ-CTL-KEY.
           SELECT CUSTCONV-RPT ASSIGN TO 'CUSTCVRP'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BATCH-LOG-FILE ASSIGN TO 'BATCHLOG'
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * THE FILES AS THEY STOOD BEFORE CONVERSION, EACH KEYED ON THE
      * CUSTOMER NAME
       FD  OLDCUST-FILE.
       01  OLDC-RECORD.
           05  OLDC-KEY.
               10  OLDC-NAME      PIC X(40).
           05  OLDC-ADDR          PIC X(40).
           05  OLDC-ZIP           PIC X(5).
           05  OLDC-STATUS        PIC X.
           05  OLDC-LAST-UPD      PIC X(17).
      * GUI6HIST BEFORE HIST-CUST-NUMBER WAS ADDED - THE SAME RECORD
      * SEVEN BYTES SHORT, MOVED OVER HIST-RECORD AS IT IS READ
       FD  OLDHIST-FILE.
       01  OLDH-RECORD.
           05  OLDH-KEY           PIC 9(7).
           05  OLDH-DATA          PIC X(281).
       FD  OLDNOTE-FILE.
       01  OLDN-RECORD.
           05  OLDN-KEY.
               10  OLDN-CUST-NAME PIC X(40).
               10  OLDN-SEQNO     PIC 9(3).
           05  OLDN-DATE          PIC 9(7).
           05  OLDN-TIME          PIC 9(7).
           05  OLDN-OPID          PIC X(3).
           05  OLDN-TEXT          PIC X(60).
       FD  OLDACCT-FILE.
       01  OLDX-RECORD.
           05  OLDX-KEY.
               10  OLDX-CUST-NAME PIC X(40).
               10  OLDX-ACCT-ID   PIC X(10).
           05  OLDX-ROLE          PIC X.
           05  OLDX-OPEN-DATE     PIC 9(8).
           05  OLDX-CLOSE-DATE    PIC 9(8).
           05  OLDX-OPID          PIC X(3).
       FD  OLDBREAD-FILE.
       01  OLDB-RECORD.
           05  OLDB-KEY.
               10  OLDB-CUST-NAME PIC X(40).
               10  OLDB-DATE      PIC 9(7).
               10  OLDB-TIME      PIC 9(7).
               10  OLDB-SEQNO     PIC 9(3).
           05  OLDB-OPID          PIC X(3).
           05  OLDB-TRNID         PIC X(4).
           05  OLDB-VIEW-CLASS    PIC X.
       FD  CUSTFIL-FILE.
           COPY CUSTFIL.
       FD  GUI6HIST-FILE.
           COPY GUI6HIST.
       FD  CUSTNOTE-FILE.
           COPY CUSTNOTE.
       FD  CUSTACCT-FILE.
           COPY CUSTACCT.
       FD  BREADLOG-FILE.
           COPY BREADLOG.
       FD  SEQCTL-FILE.
      * SAME COUNTER-RECORD SHAPE THE SEQGEN SUBPROGRAM KEEPS ON
      * SEQCTL - THE VALUE IS THE LAST NUMBER ISSUED
       01  SEQ-CTL-RECORD.
           05  SEQ-CTL-KEY.
               10  SEQ-CTL-NAME   PIC X(8).
           05  SEQ-CTL-VALUE      PIC 9(7).
       FD  CUSTCONV-RPT.
       01  RPT-LINE                 PIC X(80).
       FD  BATCH-LOG-FILE.
       01  BL-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       COPY BATCHLOG.
       01  WS-EOF-SW                PIC X VALUE 'N'.
           88  WS-NO-MORE-RECORDS        VALUE 'Y'.
       01  WS-LAST-NUMBER           PIC 9(7) VALUE 0.
       01  WS-CUST-CNT              PIC 9(7) VALUE 0.
       01  WS-HIST-CNT              PIC 9(7) VALUE 0.
       01  WS-HIST-ZERO-CNT         PIC 9(7) VALUE 0.
       01  WS-NOTE-CNT              PIC 9(7) VALUE 0.
       01  WS-ACCT-CNT              PIC 9(7) VALUE 0.
       01  WS-BREAD-CNT             PIC 9(7) VALUE 0.
       01  WS-DROP-CNT              PIC 9(7) VALUE 0.

      * EVERY RENAME AND MERGE ON THE OLD GUI6HIST, IN HIST-TASKN
      * ORDER - ONE PASS DOWN THE TABLE CARRIES A NAME FORWARD TO THE
      * NAME ITS CUSTOMER HAS NOW
       01  WS-RENAME-CNT            PIC 9(5) VALUE 0.
       01  WS-RENAME-TBL.
           02  RN-ENTRY OCCURS 5000 TIMES.
               04  RN-TASKN         PIC 9(7).
               04  RN-OLD-NAME      PIC X(40).
               04  RN-NEW-NAME      PIC X(40).
       01  WS-RN-SUB                PIC 9(5) VALUE 0.

       01  WS-CHAIN-NAME            PIC X(40).
       01  WS-CHAIN-TASKN           PIC 9(7).
       01  WS-CHAIN-NUMBER          PIC 9(7).

       01  WS-RUN-DATE.
           02  WS-RUN-YYYY          PIC 9(4).
           02  WS-RUN-MM            PIC 9(2).
           02  WS-RUN-DD            PIC 9(2).

       01  WS-HDG-1.
           02  FILLER       PIC X(40) VALUE
               'CUSTOMER NUMBER CONVERSION REPORT'.
       01  WS-HDG-2.
           02  FILLER       PIC X(40) VALUE
               'SOURCE    CUSTOMER'.
           02  FILLER       PIC X(16) VALUE
               '  NUMBER/RESULT'.
       01  WS-DETAIL-LINE.
           02  DET-SOURCE   PIC X(9).
           02  FILLER       PIC X(1) VALUE SPACE.
           02  DET-CUST     PIC X(40).
           02  FILLER       PIC X(2) VALUE SPACES.
           02  DET-RESULT   PIC X(24).
       01  WS-SUMMARY-1.
           02  FILLER       PIC X(18) VALUE 'CUSTOMERS NUMBERED'.
           02  FILLER       PIC X(2)  VALUE '= '.
           02  SUM-CUST     PIC ZZZZZZ9.
           02  FILLER       PIC X(4)  VALUE SPACES.
           02  FILLER       PIC X(16) VALUE 'HISTORY RECORDS='.
           02  SUM-HIST     PIC ZZZZZZ9.
           02  FILLER       PIC X(4)  VALUE SPACES.
           02  FILLER       PIC X(7)  VALUE 'NO NUM='.
           02  SUM-HIST-0   PIC ZZZZZZ9.
       01  WS-SUMMARY-2.
           02  FILLER       PIC X(6)  VALUE 'NOTES='.
           02  SUM-NOTE     PIC ZZZZZZ9.
           02  FILLER       PIC X(4)  VALUE SPACES.
           02  FILLER       PIC X(6)  VALUE 'LINKS='.
           02  SUM-ACCT     PIC ZZZZZZ9.
           02  FILLER       PIC X(4)  VALUE SPACES.
           02  FILLER       PIC X(6)  VALUE 'VIEWS='.
           02  SUM-BREAD    PIC ZZZZZZ9.
           02  FILLER       PIC X(4)  VALUE SPACES.
           02  FILLER       PIC X(8)  VALUE 'LEFT OFF'.
           02  FILLER       PIC X(1)  VALUE '='.
           02  SUM-DROP     PIC ZZZZZZ9.
       01  WS-BL-DETAIL.
           02  FILLER       PIC X(9)  VALUE 'CUSTCONV '.
           02  FILLER       PIC X(5)  VALUE 'CUST='.
           02  BLD-CUST     PIC ZZZZZZ9.
           02  FILLER       PIC X(6)  VALUE ' HIST='.
           02  BLD-HIST     PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM WRITE-BATCH-START-ENTRY
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT CUSTCONV-RPT
           MOVE WS-HDG-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HDG-2 TO RPT-LINE
           WRITE RPT-LINE
           PERFORM NUMBER-CUSTOMERS
           PERFORM LOAD-RENAME-TABLE
           OPEN INPUT CUSTFIL-FILE
           PERFORM CONVERT-HISTORY
           PERFORM CONVERT-NOTES
           PERFORM CONVERT-ACCOUNT-LINKS
           PERFORM CONVERT-VIEW-HISTORY
           CLOSE CUSTFIL-FILE
           PERFORM SET-SEQUENCE-COUNTER
           PERFORM WRITE-SUMMARY-LINES
           CLOSE CUSTCONV-RPT
           PERFORM WRITE-BATCH-LOG-ENTRY
           DISPLAY 'CUSTCONV CUSTOMERS NUMBERED:  ' WS-CUST-CNT
           DISPLAY 'CUSTCONV HISTORY CONVERTED:   ' WS-HIST-CNT
           DISPLAY 'CUSTCONV HISTORY WITH NO NUM: ' WS-HIST-ZERO-CNT
           DISPLAY 'CUSTCONV NOTES CONVERTED:     ' WS-NOTE-CNT
           DISPLAY 'CUSTCONV LINKS CONVERTED:     ' WS-ACCT-CNT
           DISPLAY 'CUSTCONV VIEWS CONVERTED:     ' WS-BREAD-CNT
           DISPLAY 'CUSTCONV RECORDS LEFT OFF:    ' WS-DROP-CNT
           STOP RUN.

      * THE OLD MASTER IS READ IN NAME ORDER, SO THE NUMBERS RUN IN
      * NAME ORDER AND THE NEW FILE IS WRITTEN IN KEY SEQUENCE
       NUMBER-CUSTOMERS.
           OPEN INPUT OLDCUST-FILE
           OPEN OUTPUT CUSTFIL-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-OLDCUST-RECORD
           PERFORM UNTIL WS-NO-MORE-RECORDS
               ADD 1 TO WS-LAST-NUMBER
               MOVE WS-LAST-NUMBER TO CUST-NUMBER
               MOVE OLDC-NAME      TO CUST-NAME
               MOVE OLDC-ADDR      TO CUST-ADDR
               MOVE OLDC-ZIP       TO CUST-ZIP
               MOVE OLDC-STATUS    TO CUST-STATUS
               MOVE OLDC-LAST-UPD  TO CUST-LAST-UPD
               WRITE CUST-RECORD
                   INVALID KEY
                       DISPLAY 'CUSTCONV - CUSTFIL WRITE FAILED '
                           CUST-NUMBER
               END-WRITE
               ADD 1 TO WS-CUST-CNT
               MOVE SPACES         TO WS-DETAIL-LINE
               MOVE 'CUSTFIL'      TO DET-SOURCE
               MOVE CUST-NAME      TO DET-CUST
               MOVE CUST-NUMBER    TO DET-RESULT
               MOVE WS-DETAIL-LINE TO RPT-LINE
               WRITE RPT-LINE
               PERFORM READ-OLDCUST-RECORD
           END-PERFORM
           CLOSE OLDCUST-FILE
           CLOSE CUSTFIL-FILE.

       READ-OLDCUST-RECORD.
           READ OLDCUST-FILE NEXT RECORD
               AT END SET WS-NO-MORE-RECORDS TO TRUE
           END-READ.

      * A RECORD RENAMES ITS CUSTOMER WHEN BOTH NAMES ARE PRESENT AND
      * DIFFER - A NAME CHANGE, A REVERT OF ONE, OR A MERGE (DUPLICATE
      * OLD, SURVIVOR NEW). ONE STILL AWAITING APPROVAL CHANGED NOTHING.
       LOAD-RENAME-TABLE.
           OPEN INPUT OLDHIST-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-OLDHIST-RECORD
           PERFORM UNTIL WS-NO-MORE-RECORDS
               IF HIST-OLD-NAME NOT = SPACES
                       AND HIST-NEW-NAME NOT = SPACES
                       AND HIST-OLD-NAME NOT = HIST-NEW-NAME
                       AND NOT HIST-APPR-PENDING
                       AND NOT HIST-APPR-PENDING-2ND
                   IF WS-RENAME-CNT < 5000
                       ADD 1 TO WS-RENAME-CNT
                       MOVE HIST-TASKN
                           TO RN-TASKN(WS-RENAME-CNT)
                       MOVE HIST-OLD-NAME
                           TO RN-OLD-NAME(WS-RENAME-CNT)
                       MOVE HIST-NEW-NAME
                           TO RN-NEW-NAME(WS-RENAME-CNT)
                   ELSE
                       DISPLAY 'CUSTCONV - RENAME TABLE FULL AT '
                           HIST-TASKN
                   END-IF
               END-IF
               PERFORM READ-OLDHIST-RECORD
           END-PERFORM
           CLOSE OLDHIST-FILE.

       READ-OLDHIST-RECORD.
           READ OLDHIST-FILE NEXT RECORD
               AT END SET WS-NO-MORE-RECORDS TO TRUE
           END-READ
           IF NOT WS-NO-MORE-RECORDS
               MOVE OLDH-RECORD TO HIST-RECORD
               MOVE 0 TO HIST-CUST-NUMBER
           END-IF.

      * SECOND PASS - THE SAME RECORDS, IN THE SAME KEY ORDER, WRITTEN
      * TO THE NEW FILE WITH THE NUMBER OF THE CUSTOMER THEY BELONG TO
       CONVERT-HISTORY.
           OPEN INPUT OLDHIST-FILE
           OPEN OUTPUT GUI6HIST-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-OLDHIST-RECORD
           PERFORM UNTIL WS-NO-MORE-RECORDS
               IF HIST-NEW-NAME NOT = SPACES
                   MOVE HIST-NEW-NAME TO WS-CHAIN-NAME
               ELSE
                   MOVE HIST-OLD-NAME TO WS-CHAIN-NAME
               END-IF
               MOVE HIST-TASKN TO WS-CHAIN-TASKN
               PERFORM RESOLVE-CUSTOMER-NUMBER
               MOVE WS-CHAIN-NUMBER TO HIST-CUST-NUMBER
               IF HIST-CUST-NUMBER = 0
                   ADD 1 TO WS-HIST-ZERO-CNT
               END-IF
               CALL 'HISTAIX' USING HIST-RECORD
               WRITE HIST-RECORD
                   INVALID KEY
                       DISPLAY 'CUSTCONV - GUI6HIST WRITE FAILED '
                           HIST-TASKN
               END-WRITE
               ADD 1 TO WS-HIST-CNT
               PERFORM READ-OLDHIST-RECORD
           END-PERFORM
           CLOSE OLDHIST-FILE
           CLOSE GUI6HIST-FILE.

      * CARRY WS-CHAIN-NAME FORWARD THROUGH EVERY RENAME AFTER
      * WS-CHAIN-TASKN, THEN LOOK THE RESULT UP ON THE NEW MASTER BY
      * ITS NAME KEY. ZERO WHEN THE CUSTOMER IS NO LONGER ON FILE.
       RESOLVE-CUSTOMER-NUMBER.
           PERFORM VARYING WS-RN-SUB FROM 1 BY 1
                   UNTIL WS-RN-SUB > WS-RENAME-CNT
               IF RN-TASKN(WS-RN-SUB) > WS-CHAIN-TASKN
                       AND RN-OLD-NAME(WS-RN-SUB) = WS-CHAIN-NAME
                   MOVE RN-NEW-NAME(WS-RN-SUB) TO WS-CHAIN-NAME
               END-IF
           END-PERFORM
           MOVE 0 TO WS-CHAIN-NUMBER
           MOVE WS-CHAIN-NAME TO CUST-NAME
           READ CUSTFIL-FILE KEY IS CUST-NAME
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE CUST-NUMBER TO WS-CHAIN-NUMBER
           END-READ.

      * NOTES, LINKS AND VIEWS WERE CARRIED TO EACH NEW NAME AS IT WAS
      * TAKEN, SO MOST RESOLVE DIRECTLY; THE WHOLE RENAME CHAIN IS
      * STILL FOLLOWED FOR ANY THAT WERE NOT
       CONVERT-NOTES.
           OPEN INPUT OLDNOTE-FILE
           OPEN OUTPUT CUSTNOTE-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-OLDNOTE-RECORD
           PERFORM UNTIL WS-NO-MORE-RECORDS
               MOVE OLDN-CUST-NAME TO WS-CHAIN-NAME
               MOVE 0 TO WS-CHAIN-TASKN
               PERFORM RESOLVE-CUSTOMER-NUMBER
               IF WS-CHAIN-NUMBER = 0
                   MOVE 'CUSTNOTE' TO DET-SOURCE
                   MOVE OLDN-CUST-NAME TO DET-CUST
                   PERFORM REPORT-LEFT-OFF
               ELSE
                   MOVE WS-CHAIN-NUMBER TO NT-CUST-NUMBER
                   MOVE OLDN-SEQNO      TO NT-SEQNO
                   MOVE OLDN-DATE       TO NT-DATE
                   MOVE OLDN-TIME       TO NT-TIME
                   MOVE OLDN-OPID       TO NT-OPID
                   MOVE OLDN-TEXT       TO NT-TEXT
                   WRITE NT-RECORD
                       INVALID KEY
                           MOVE 'CUSTNOTE' TO DET-SOURCE
                           MOVE OLDN-CUST-NAME TO DET-CUST
                           PERFORM REPORT-LEFT-OFF
                       NOT INVALID KEY
                           ADD 1 TO WS-NOTE-CNT
                   END-WRITE
               END-IF
               PERFORM READ-OLDNOTE-RECORD
           END-PERFORM
           CLOSE OLDNOTE-FILE
           CLOSE CUSTNOTE-FILE.

       READ-OLDNOTE-RECORD.
           READ OLDNOTE-FILE NEXT RECORD
               AT END SET WS-NO-MORE-RECORDS TO TRUE
           END-READ.

       CONVERT-ACCOUNT-LINKS.
           OPEN INPUT OLDACCT-FILE
           OPEN OUTPUT CUSTACCT-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-OLDACCT-RECORD
           PERFORM UNTIL WS-NO-MORE-RECORDS
               MOVE OLDX-CUST-NAME TO WS-CHAIN-NAME
               MOVE 0 TO WS-CHAIN-TASKN
               PERFORM RESOLVE-CUSTOMER-NUMBER
               IF WS-CHAIN-NUMBER = 0
                   MOVE 'CUSTACCT' TO DET-SOURCE
                   MOVE OLDX-CUST-NAME TO DET-CUST
                   PERFORM REPORT-LEFT-OFF
               ELSE
                   MOVE WS-CHAIN-NUMBER TO CX-CUST-NUMBER
                   MOVE OLDX-ACCT-ID    TO CX-ACCT-ID
                   MOVE OLDX-ROLE       TO CX-ROLE
                   MOVE OLDX-OPEN-DATE  TO CX-OPEN-DATE
                   MOVE OLDX-CLOSE-DATE TO CX-CLOSE-DATE
                   MOVE OLDX-OPID       TO CX-OPID
                   WRITE CX-RECORD
                       INVALID KEY
                           MOVE 'CUSTACCT' TO DET-SOURCE
                           MOVE OLDX-CUST-NAME TO DET-CUST
                           PERFORM REPORT-LEFT-OFF
                       NOT INVALID KEY
                           ADD 1 TO WS-ACCT-CNT
                   END-WRITE
               END-IF
               PERFORM READ-OLDACCT-RECORD
           END-PERFORM
           CLOSE OLDACCT-FILE
           CLOSE CUSTACCT-FILE.

       READ-OLDACCT-RECORD.
           READ OLDACCT-FILE NEXT RECORD
               AT END SET WS-NO-MORE-RECORDS TO TRUE
           END-READ.

      * A VIEW KEEPS THE NAME IT WAS TAKEN UNDER AS BRD-CUST-NAME
       CONVERT-VIEW-HISTORY.
           OPEN INPUT OLDBREAD-FILE
           OPEN OUTPUT BREADLOG-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-OLDBREAD-RECORD
           PERFORM UNTIL WS-NO-MORE-RECORDS
               MOVE OLDB-CUST-NAME TO WS-CHAIN-NAME
               MOVE 0 TO WS-CHAIN-TASKN
               PERFORM RESOLVE-CUSTOMER-NUMBER
               IF WS-CHAIN-NUMBER = 0
                   MOVE 'BREADLOG' TO DET-SOURCE
                   MOVE OLDB-CUST-NAME TO DET-CUST
                   PERFORM REPORT-LEFT-OFF
               ELSE
                   MOVE WS-CHAIN-NUMBER TO BRD-CUST-NUMBER
                   MOVE OLDB-DATE       TO BRD-DATE
                   MOVE OLDB-TIME       TO BRD-TIME
                   MOVE OLDB-SEQNO      TO BRD-SEQNO
                   MOVE OLDB-OPID       TO BRD-OPID
                   MOVE OLDB-TRNID      TO BRD-TRNID
                   MOVE OLDB-VIEW-CLASS TO BRD-VIEW-CLASS
                   MOVE OLDB-CUST-NAME  TO BRD-CUST-NAME
                   WRITE BRD-RECORD
                       INVALID KEY
                           MOVE 'BREADLOG' TO DET-SOURCE
                           MOVE OLDB-CUST-NAME TO DET-CUST
                           PERFORM REPORT-LEFT-OFF
                       NOT INVALID KEY
                           ADD 1 TO WS-BREAD-CNT
                   END-WRITE
               END-IF
               PERFORM READ-OLDBREAD-RECORD
           END-PERFORM
           CLOSE OLDBREAD-FILE
           CLOSE BREADLOG-FILE.

       READ-OLDBREAD-RECORD.
           READ OLDBREAD-FILE NEXT RECORD
               AT END SET WS-NO-MORE-RECORDS TO TRUE
           END-READ.

      * DET-SOURCE AND DET-CUST ARE SET BY THE CALLER
       REPORT-LEFT-OFF.
           ADD 1 TO WS-DROP-CNT
           MOVE 'LEFT OFF - NOT ON FILE' TO DET-RESULT
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

      * SEQGEN ISSUES THE NEXT NUMBER AS ONE PAST THE STORED VALUE
       SET-SEQUENCE-COUNTER.
           OPEN I-O SEQCTL-FILE
           MOVE 'CUSTFIL' TO SEQ-CTL-NAME
           READ SEQCTL-FILE
               INVALID KEY
                   MOVE WS-LAST-NUMBER TO SEQ-CTL-VALUE
                   WRITE SEQ-CTL-RECORD
                       INVALID KEY
                           DISPLAY 'CUSTCONV - SEQCTL WRITE FAILED'
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-LAST-NUMBER TO SEQ-CTL-VALUE
                   REWRITE SEQ-CTL-RECORD
           END-READ
           CLOSE SEQCTL-FILE.

       WRITE-SUMMARY-LINES.
           MOVE WS-CUST-CNT      TO SUM-CUST
           MOVE WS-HIST-CNT      TO SUM-HIST
           MOVE WS-HIST-ZERO-CNT TO SUM-HIST-0
           MOVE WS-NOTE-CNT      TO SUM-NOTE
           MOVE WS-ACCT-CNT      TO SUM-ACCT
           MOVE WS-BREAD-CNT     TO SUM-BREAD
           MOVE WS-DROP-CNT      TO SUM-DROP
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SUMMARY-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SUMMARY-2 TO RPT-LINE
           WRITE RPT-LINE.

       WRITE-BATCH-LOG-ENTRY.
           MOVE 'CUSTCONV' TO BL-PROGRAM
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           MOVE 'DONE' TO BL-STATUS
           MOVE WS-CUST-CNT TO BLD-CUST
           MOVE WS-HIST-CNT TO BLD-HIST
           MOVE WS-BL-DETAIL TO BL-DETAIL
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.

      * ONE 'STRT' ENTRY AT JOB ENTRY, PAIRED BY BATCHWIN WITH THE
      * COMPLETION ENTRY ABOVE
       WRITE-BATCH-START-ENTRY.
           MOVE 'CUSTCONV' TO BL-PROGRAM
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           MOVE 'STRT' TO BL-STATUS
           MOVE SPACES TO BL-DETAIL
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.
