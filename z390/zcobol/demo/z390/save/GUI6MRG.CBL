      ***************************************************************
      * Author.  Maintenance team, following the GUI6PURG/GUI6REST
      *          style
      * Remarks. Duplicate-customer merge utility. The same person keyed
      *          twice with slightly different spellings becomes two
      *          permanent records - GUI6DUP detects suspicious same-day
      *          changes, but nothing could actually combine two records
      *          once the duplicate existed. Each SYSIN card names a
      *          surviving customer (cols 1-40) and a duplicate (cols
      *          41-80), each as a 7-digit customer number or a 40-byte
      *          name; for each pair this job
      *            - confirms both records are on CUSTFIL,
      *            - archives the duplicate to CUSTFARC first (the
      *              GUI6PURG never-delete-without-an-offline-copy
      *              pattern, appended so purge archives are kept),
      *            - re-points the duplicate's GUI6HIST trail at the
      *              survivor (HIST-CUST-NUMBER AND HIST-NEW-NAME
      *              REWRITTEN) so the change history isn't orphaned,
      *            - carries the duplicate's CUSTREL relationships
      *              (joint holder, guardian, power of attorney) over
      *              to the survivor, both sides of each pair,
      *            - deletes the duplicate CUSTFIL record, and
      *            - logs the merge as its own 'M'-type GUI6HIST
      *              event carrying the duplicate as the before image
      *          GUI6HIST regardless of how many pairs were carded.
      ***************************************************************
      * 09/01/26 RPI 2171 INITIAL CODING
      * 10/15/26 RPI 2232 CUSTFIL IS KEYED ON THE PERMANENT CUST-NUMBER
      *                   - A CARD MAY GIVE EITHER CUSTOMER BY NUMBER
      *                   OR BY NAME (CUST-NAME ALTERNATE KEY), THE
      *                   TRAIL IS RE-POINTED BY NUMBER, AND THE
      *                   CUSTFARC ARCHIVE LINE CARRIES THE NUMBER
      * 10/15/26 RPI 2234 THE DUPLICATE'S CUSTREL RELATIONSHIPS ARE
      *                   RE-KEYED TO THE SURVIVOR, WITH THE OTHER
      *                   PARTY'S MIRROR RECORD RE-POINTED TO MATCH
      * 10/15/26 RPI 2237 A PAIR IS REJECTED WHEN EITHER CUSTOMER IS
      *                   UNDER A LEGAL HOLD IN FORCE ON LGLHOLD - A
      *                   MERGE REWRITES THE HELD TRAIL AND DELETES A
      *                   RECORD
      * 10/15/26 RPI 2240 GUI6HIST SELECT DECLARES THE NEW
      *                   HIST-CUST-DATE-KEY, HIST-OLD-NAME-KEY AND
      *                   HIST-NEW-NAME-KEY ALTERNATE KEYS (GUI6HIST
      *                   RECORD NOW 424 BYTES); THE SHARED HISTAIX
      *                   SUBPROGRAM SETS THEM BEFORE EVERY WRITE OR
      *                   REWRITE
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUI6MRG.
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
           SELECT CUSTREL-FILE ASSIGN TO 'CUSTREL'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CRL-KEY.
           SELECT CUSTFARC-FILE ASSIGN TO 'CUSTFARC'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ZIPXREF-FILE ASSIGN TO 'ZIPXREF'
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY SEQ-CTL-KEY.
           SELECT LGLHOLD-FILE ASSIGN TO 'LGLHOLD'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LH-KEY.
           SELECT GUI6MRG-RPT ASSIGN TO 'GUI6MGRP'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BATCH-LOG-FILE ASSIGN TO 'BATCHLOG'
           COPY CUSTFIL.
       FD  GUI6HIST-FILE.
           COPY GUI6HIST.
       FD  CUSTREL-FILE.
           COPY CUSTREL.
       FD  CUSTFARC-FILE.
       01  CUSTFARC-LINE            PIC X(100).
       FD  ZIPXREF-FILE.
           05  SEQ-CTL-KEY.
               10  SEQ-CTL-NAME   PIC X(8).
           05  SEQ-CTL-VALUE      PIC 9(7).
       FD  LGLHOLD-FILE.
           COPY LGLHOLD.
       FD  GUI6MRG-RPT.
       01  RPT-LINE                 PIC X(100).
       FD  BATCH-LOG-FILE.
       01  WS-MERGE-CNT             PIC 9(3) VALUE 0.
       01  WS-REJECT-CNT            PIC 9(3) VALUE 0.
       01  WS-REPOINT-CNT           PIC 9(5) VALUE 0.
       01  WS-REL-MOVED-CNT         PIC 9(5) VALUE 0.
       01  WS-NEXT-TASKN            PIC 9(7) VALUE 1.
       01  WS-MRG-SUB               PIC 9(2) VALUE 0.
       01  WS-MRG-FOUND-SUB         PIC 9(2) VALUE 0.
       01  WS-CARD-KEY              PIC X(40).
       01  WS-CARD-FOUND-SW         PIC X VALUE 'N'.
           88  WS-CARD-FOUND             VALUE 'Y'.
       01  WS-SURV-NUMBER           PIC 9(7).
       01  WS-SURV-NAME             PIC X(40).

      * LEGAL HOLDS (RPI 2237) - SET BY CHECK-LEGAL-HOLD FOR THE
      * CUSTOMER IN WS-HOLD-CUST-NUMBER
       01  WS-HOLD-CUST-NUMBER      PIC 9(7).
       01  WS-HOLD-SW               PIC X VALUE 'N'.
           88  WS-ON-LEGAL-HOLD          VALUE 'Y'.
       01  WS-HOLD-EOF-SW           PIC X VALUE 'N'.
           88  WS-NO-MORE-HOLDS          VALUE 'Y'.
       01  WS-SURV-HOLD-SW          PIC X VALUE 'N'.
           88  WS-SURV-ON-HOLD           VALUE 'Y'.

      * ONE DUPLICATE RELATIONSHIP BEING CARRIED OVER - THE RECORD AS
      * READ, AND THE SWITCH THAT ENDS THE DUPLICATE'S KEY RANGE
       01  WS-REL-SAVE-RECORD       PIC X(63).
       01  WS-REL-DONE-SW           PIC X VALUE 'N'.
           88  WS-REL-DONE               VALUE 'Y'.

      * FORWARD-RECOVERY JOURNALING (RPI 2193) - HIGHEST CUSTJRNL KEY
      * SEEN AT JOB START SEEDS THE SHARED SEQCTL COUNTER IF IT HAS
           02  WS-MRG-ENTRY OCCURS 50 TIMES.
               04  MRG-SURVIVOR     PIC X(40).
               04  MRG-DUPLICATE    PIC X(40).
               04  MRG-SURV-NUMBER  PIC 9(7).
               04  MRG-DUP-NUMBER   PIC 9(7).
               04  MRG-DUP-ADDR     PIC X(40).
               04  MRG-DUP-ZIP      PIC X(5).
               04  MRG-DUP-STATUS   PIC X.
           02  ARCF-CUST-ZIP        PIC X(5).
           02  FILLER               PIC X VALUE SPACE.
           02  ARCF-CUST-STATUS     PIC X.
           02  FILLER               PIC X VALUE SPACE.
           02  ARCF-CUST-NUMBER     PIC 9(7).

       01  WS-RUN-DATE.
           02  WS-RUN-YYYY          PIC 9(4).
           02  WS-RUN-MM            PIC 9(2).
           02  WS-RUN-DD            PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).
       01  WS-RUN-JULIAN            PIC 9(5).
       01  WS-RUN-JULIAN-R REDEFINES WS-RUN-JULIAN.
           02  WS-RUN-JUL-YY        PIC 9(2).
           02  SUM-REJECT   PIC ZZ9.
           02  FILLER       PIC X(19) VALUE '  HIST REPOINTED='.
           02  SUM-REPOINT  PIC ZZZZ9.
           02  FILLER       PIC X(15) VALUE '  RELS MOVED='.
           02  SUM-RELS     PIC ZZZZ9.
       01  WS-BL-DETAIL.
           02  FILLER       PIC X(9)  VALUE 'GUI6MRG '.
           02  FILLER       PIC X(7)  VALUE 'MERGE='.
           OPEN I-O SEQCTL-FILE
           PERFORM FIND-HIGHEST-JOURNAL-KEY
           OPEN EXTEND CUSTFARC-FILE
           OPEN INPUT LGLHOLD-FILE
           PERFORM VALIDATE-MERGE-REQUESTS
           CLOSE LGLHOLD-FILE
           IF WS-MRG-TBL-CNT > 0
               OPEN I-O GUI6HIST-FILE
               PERFORM REPOINT-HISTORY-TRAIL
               OPEN I-O CUSTREL-FILE
               PERFORM REPOINT-RELATIONSHIPS
               CLOSE CUSTREL-FILE
               PERFORM DELETE-DUPLICATE-RECORDS
               PERFORM LOG-MERGE-EVENTS
               CLOSE GUI6HIST-FILE
           DISPLAY 'GUI6MRG PAIRS MERGED:     ' WS-MERGE-CNT
           DISPLAY 'GUI6MRG PAIRS REJECTED:   ' WS-REJECT-CNT
           DISPLAY 'GUI6MRG HIST REPOINTED:   ' WS-REPOINT-CNT
           DISPLAY 'GUI6MRG RELS MOVED:       ' WS-REL-MOVED-CNT
           STOP RUN.

      * EACH CARDED PAIR IS ONLY ACCEPTED WHEN BOTH CUSTOMERS ARE ON
      * CUSTFIL AND ARE TWO DIFFERENT CUSTOMERS - THE DUPLICATE'S VALUES
      * ARE SAVED FOR THE BEFORE IMAGE AND THE DUPLICATE IS ARCHIVED TO
      * CUSTFARC RIGHT AWAY, BEFORE ANYTHING IS TOUCHED
       VALIDATE-MERGE-REQUESTS.
           OPEN INPUT PARM-FILE
               MOVE 'TABLE FULL' TO DET-RESULT
               ADD 1 TO WS-REJECT-CNT
           ELSE
               MOVE PARM-SURVIVOR TO WS-CARD-KEY
               PERFORM READ-CARD-CUSTOMER
               IF NOT WS-CARD-FOUND
                   MOVE 'NO SURVIVOR' TO DET-RESULT
                   ADD 1 TO WS-REJECT-CNT
               ELSE
                   PERFORM VALIDATE-DUPLICATE-SIDE
               END-IF
           END-IF
           END-IF
           MOVE WS-DETAIL-LINE TO RPT-LINE
       VALIDATE-DUPLICATE-SIDE.
           ADD 1 TO WS-MRG-TBL-CNT
           MOVE WS-MRG-TBL-CNT TO WS-MRG-SUB
           MOVE CUST-NUMBER TO WS-SURV-NUMBER
           MOVE CUST-NAME   TO WS-SURV-NAME
           MOVE CUST-ADDR   TO MRG-SURV-ADDR(WS-MRG-SUB)
           MOVE CUST-ZIP    TO MRG-SURV-ZIP(WS-MRG-SUB)
           MOVE CUST-STATUS TO MRG-SURV-STATUS(WS-MRG-SUB)
           MOVE CUST-NUMBER TO WS-HOLD-CUST-NUMBER
           PERFORM CHECK-LEGAL-HOLD
           MOVE WS-HOLD-SW TO WS-SURV-HOLD-SW
           MOVE PARM-DUPLICATE TO WS-CARD-KEY
           PERFORM READ-CARD-CUSTOMER
           IF NOT WS-CARD-FOUND
               MOVE 'NO DUPLICATE' TO DET-RESULT
               ADD 1 TO WS-REJECT-CNT
               SUBTRACT 1 FROM WS-MRG-TBL-CNT
           ELSE
           IF CUST-NUMBER = WS-SURV-NUMBER
               MOVE 'SAME KEY' TO DET-RESULT
               ADD 1 TO WS-REJECT-CNT
               SUBTRACT 1 FROM WS-MRG-TBL-CNT
           ELSE
               MOVE CUST-NUMBER TO WS-HOLD-CUST-NUMBER
               PERFORM CHECK-LEGAL-HOLD
           IF WS-ON-LEGAL-HOLD OR WS-SURV-ON-HOLD
               MOVE 'LEGAL HOLD' TO DET-RESULT
               ADD 1 TO WS-REJECT-CNT
               SUBTRACT 1 FROM WS-MRG-TBL-CNT
           ELSE
               MOVE WS-SURV-NAME   TO MRG-SURVIVOR(WS-MRG-SUB)
               MOVE CUST-NAME      TO MRG-DUPLICATE(WS-MRG-SUB)
               MOVE WS-SURV-NUMBER TO MRG-SURV-NUMBER(WS-MRG-SUB)
               MOVE CUST-NUMBER    TO MRG-DUP-NUMBER(WS-MRG-SUB)
               MOVE CUST-ADDR   TO MRG-DUP-ADDR(WS-MRG-SUB)
               MOVE CUST-ZIP    TO MRG-DUP-ZIP(WS-MRG-SUB)
               MOVE CUST-STATUS TO MRG-DUP-STATUS(WS-MRG-SUB)
               PERFORM ARCHIVE-DUPLICATE-RECORD
               MOVE 'ACCEPTED' TO DET-RESULT
           END-IF
           END-IF
           END-IF.

      * A CUSTOMER IS HELD WHILE ANY OF THEIR LGLHOLD MATTERS HAS NO
      * RELEASE DATE OR ONE STILL TO COME - THE MATTERS FOR ONE
      * CUSTOMER ARE CONTIGUOUS ON THE FILE, SO START AT THE FIRST AND
      * READ ON UNTIL THE NUMBER CHANGES
       CHECK-LEGAL-HOLD.
           MOVE 'N' TO WS-HOLD-SW
           MOVE 'N' TO WS-HOLD-EOF-SW
           MOVE WS-HOLD-CUST-NUMBER TO LH-CUST-NUMBER
           MOVE LOW-VALUES TO LH-MATTER-REF
           START LGLHOLD-FILE KEY IS NOT LESS THAN LH-KEY
               INVALID KEY SET WS-NO-MORE-HOLDS TO TRUE
           END-START
           PERFORM UNTIL WS-NO-MORE-HOLDS OR WS-ON-LEGAL-HOLD
               READ LGLHOLD-FILE NEXT RECORD
                   AT END SET WS-NO-MORE-HOLDS TO TRUE
               END-READ
               IF NOT WS-NO-MORE-HOLDS
                   IF LH-CUST-NUMBER NOT = WS-HOLD-CUST-NUMBER
                       SET WS-NO-MORE-HOLDS TO TRUE
                   ELSE
                   IF LH-NO-RELEASE-DATE
                           OR LH-RELEASE-DATE > WS-RUN-DATE-NUM
                       SET WS-ON-LEGAL-HOLD TO TRUE
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * A CARD KEY OF SEVEN DIGITS AND NOTHING AFTER IS A CUSTOMER
      * NUMBER; ANYTHING ELSE IS A NAME, READ BY THE ALTERNATE KEY
       READ-CARD-CUSTOMER.
           MOVE 'Y' TO WS-CARD-FOUND-SW
           IF WS-CARD-KEY(1:7) IS NUMERIC
                   AND WS-CARD-KEY(8:33) = SPACES
               MOVE WS-CARD-KEY(1:7) TO CUST-NUMBER
               READ CUSTFIL-FILE
                   INVALID KEY MOVE 'N' TO WS-CARD-FOUND-SW
               END-READ
           ELSE
               MOVE WS-CARD-KEY TO CUST-NAME
               READ CUSTFIL-FILE KEY IS CUST-NAME
                   INVALID KEY MOVE 'N' TO WS-CARD-FOUND-SW
               END-READ
           END-IF.

       ARCHIVE-DUPLICATE-RECORD.
           MOVE CUST-NAME   TO ARCF-CUST-NAME
           MOVE CUST-ADDR   TO ARCF-CUST-ADDR
           MOVE CUST-ZIP    TO ARCF-CUST-ZIP
           MOVE CUST-STATUS TO ARCF-CUST-STATUS
           MOVE CUST-NUMBER TO ARCF-CUST-NUMBER
           MOVE WS-CUSTFARC-DETAIL TO CUSTFARC-LINE
           WRITE CUSTFARC-LINE.

      * ONE PASS OVER GUI6HIST - EVERY RECORD WHOSE CHANGE LANDED ON
      * A DUPLICATE CUSTOMER IS RE-POINTED AT ITS SURVIVOR SO THE TRAIL
      * FOLLOWS THE MERGED CUSTOMER. THE PASS ALSO TRACKS THE HIGHEST
      * TASKN SO THE MERGE EVENTS WRITTEN AFTERWARD GET FRESH KEYS.
       REPOINT-HISTORY-TRAIL.
                   COMPUTE WS-NEXT-TASKN = HIST-TASKN + 1
                   PERFORM FIND-MERGE-PAIR
                   IF WS-MRG-FOUND-SUB NOT = 0
                       MOVE MRG-SURV-NUMBER(WS-MRG-FOUND-SUB)
                           TO HIST-CUST-NUMBER
                       MOVE MRG-SURVIVOR(WS-MRG-FOUND-SUB)
                           TO HIST-NEW-NAME
                       CALL 'HISTAIX' USING HIST-RECORD
                       REWRITE HIST-RECORD
                       ADD 1 TO WS-REPOINT-CNT
                   END-IF
           MOVE 0 TO WS-MRG-FOUND-SUB
           PERFORM VARYING WS-MRG-SUB FROM 1 BY 1
                   UNTIL WS-MRG-SUB > WS-MRG-TBL-CNT
               IF MRG-DUP-NUMBER(WS-MRG-SUB) = HIST-CUST-NUMBER
                   MOVE WS-MRG-SUB TO WS-MRG-FOUND-SUB
               END-IF
           END-PERFORM.

      * EVERY RELATIONSHIP THE DUPLICATE IS IN MOVES TO THE SURVIVOR
      * - THE DUPLICATE'S RECORD IS RE-WRITTEN UNDER THE SURVIVOR'S
      * NUMBER AND THE OTHER PARTY'S MIRROR RE-POINTED AT THE
      * SURVIVOR. ONE BETWEEN THE DUPLICATE AND THE SURVIVOR THEMSELVES
      * WOULD BECOME A CUSTOMER RELATED TO ITSELF AND IS DROPPED; ONE
      * THE SURVIVOR ALREADY HOLDS UNDER THE SAME KEY IS KEPT AS THE
      * SURVIVOR HAS IT. EACH PASS RE-STARTS AT THE DUPLICATE'S FIRST
      * KEY, AS THE RECORD JUST HANDLED HAS BEEN DELETED.
       REPOINT-RELATIONSHIPS.
           PERFORM VARYING WS-MRG-SUB FROM 1 BY 1
                   UNTIL WS-MRG-SUB > WS-MRG-TBL-CNT
               MOVE 'N' TO WS-REL-DONE-SW
               PERFORM UNTIL WS-REL-DONE
                   MOVE MRG-DUP-NUMBER(WS-MRG-SUB) TO CRL-CUST-NUMBER
                   MOVE 0          TO CRL-RELATED-NUMBER
                   MOVE LOW-VALUES TO CRL-TYPE
                   MOVE 0          TO CRL-START
                   START CUSTREL-FILE KEY IS NOT LESS THAN CRL-KEY
                       INVALID KEY SET WS-REL-DONE TO TRUE
                   END-START
                   IF NOT WS-REL-DONE
                       READ CUSTREL-FILE NEXT RECORD
                           AT END SET WS-REL-DONE TO TRUE
                       END-READ
                   END-IF
                   IF NOT WS-REL-DONE
                       IF CRL-CUST-NUMBER NOT =
                               MRG-DUP-NUMBER(WS-MRG-SUB)
                           SET WS-REL-DONE TO TRUE
                       ELSE
                           PERFORM MOVE-ONE-RELATIONSHIP
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       MOVE-ONE-RELATIONSHIP.
           MOVE CRL-RECORD TO WS-REL-SAVE-RECORD
           DELETE CUSTREL-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           MOVE CRL-RELATED-NUMBER         TO CRL-CUST-NUMBER
           MOVE MRG-DUP-NUMBER(WS-MRG-SUB) TO CRL-RELATED-NUMBER
           DELETE CUSTREL-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           MOVE WS-REL-SAVE-RECORD TO CRL-RECORD
           IF CRL-RELATED-NUMBER NOT = MRG-SURV-NUMBER(WS-MRG-SUB)
               MOVE MRG-SURV-NUMBER(WS-MRG-SUB) TO CRL-CUST-NUMBER
               MOVE 'MRG' TO CRL-OPID
               MOVE WS-RUN-DATE TO CRL-UPD-DATE
               WRITE CRL-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
               MOVE CRL-RELATED-NUMBER TO CRL-CUST-NUMBER
               MOVE MRG-SURV-NUMBER(WS-MRG-SUB) TO CRL-RELATED-NUMBER
               EVALUATE TRUE
                   WHEN CRL-ACTS-FOR-RELATED
                       SET CRL-RELATED-ACTS-FOR TO TRUE
                   WHEN CRL-RELATED-ACTS-FOR
                       SET CRL-ACTS-FOR-RELATED TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               WRITE CRL-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
               ADD 1 TO WS-REL-MOVED-CNT
           END-IF.

       DELETE-DUPLICATE-RECORDS.
           PERFORM VARYING WS-MRG-SUB FROM 1 BY 1
                   UNTIL WS-MRG-SUB > WS-MRG-TBL-CNT
               MOVE MRG-DUP-NUMBER(WS-MRG-SUB) TO CUST-NUMBER
               READ CUSTFIL-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
      * THE DUPLICATE'S ZIPXREF ENTRY GOES WITH IT - A MISSING
      * ENTRY IS NOT AN ERROR
                       IF CUST-ZIP NOT = SPACES
                           MOVE CUST-ZIP    TO ZX-ZIP
                           MOVE CUST-NUMBER TO ZX-CUST-NUMBER
                           DELETE ZIPXREF-FILE RECORD
                               INVALID KEY CONTINUE
                           END-DELETE
                       MOVE CUST-NAME TO LK-NN-IN
                       CALL 'NAMENORM' USING NAMENORM-PARMS
                       MOVE LK-NN-OUT TO CN-NORM-NAME
                       MOVE CUST-NUMBER TO CN-CUST-NUMBER
                       DELETE CUSTNORM-FILE RECORD
                           INVALID KEY CONTINUE
                       END-DELETE
                       MOVE CUST-ZIP    TO CJ-BEF-ZIP
                       MOVE CUST-STATUS TO CJ-BEF-STATUS
                       MOVE SPACES TO CJ-AFTER
                       MOVE CUST-NUMBER TO CJ-CUST-NUMBER
                       PERFORM WRITE-CUSTFIL-JOURNAL
                       DELETE CUSTFIL-FILE RECORD
                       ADD 1 TO WS-MERGE-CNT
               MOVE 'USD'            TO HIST-PAY-CCY
               MOVE 0                TO HIST-PAYMEI-USD
               MOVE 0                TO HIST-PAYME1I-USD
               MOVE MRG-SURV-NUMBER(WS-MRG-SUB) TO HIST-CUST-NUMBER
               CALL 'HISTAIX' USING HIST-RECORD
               WRITE HIST-RECORD
                   INVALID KEY
                       DISPLAY 'GUI6MRG - MERGE EVENT WRITE FAILED '
           MOVE WS-MERGE-CNT   TO SUM-MERGED
           MOVE WS-REJECT-CNT  TO SUM-REJECT
           MOVE WS-REPOINT-CNT TO SUM-REPOINT
           MOVE WS-REL-MOVED-CNT TO SUM-RELS
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE.

