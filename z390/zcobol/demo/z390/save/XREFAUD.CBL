      ***************************************************************
      * Author.  Maintenance team, following the XREFBLD style
      * Remarks. Nightly referential integrity audit of the customer
      *          file family. XREFBLD adds the CUSTNORM and ZIPXREF
      *          entries a customer is missing, but nothing looked
      *          the other way - an entry left pointing at a customer
      *          renamed, purged or merged away gives an operator a
      *          ghost hit on the search screens. This job checks,
      *          in both directions:
      *            - every CUSTFIL customer has its CUSTNORM entry and
      *              (zip on file) its ZIPXREF entry            MISSING
      *            - every CUSTNORM/ZIPXREF entry names a customer on
      *              CUSTFIL                                     ORPHAN
      *              whose name/zip it still agrees with       MISMATCH
      *            - every CUSTNOTE trail and BREADLOG read-log trail
      *              belongs to a customer on CUSTFIL            ORPHAN
      *            - every GUI6HIST change still pending approval
      *              names a customer on CUSTFIL                 ORPHAN
      *          and lists each finding. The SYSIN card (cols 1-5)
      *          picks the mode: blank or no card reports only;
      *          CLEAN also writes the XREFCLN cleanup file; APPLY
      *          is the follow-up run that reads XREFCLN and applies
      *          it, re-checking each card against the files as they
      *          stand then, so nothing fixed in between is undone.
      *          Cleanup deletes orphan and mismatched search entries,
      *          adds missing ones, and deletes an orphan note trail
      *          unless the customer is under a legal hold in force.
      *          BREADLOG and pending GUI6HIST findings are reported
      *          only - they are the read audit and the maker-checker
      *          trail, and are never deleted here.
      ***************************************************************
      * 10/15/26 RPI 2239 INITIAL CODING
      * 10/15/26 RPI 2240 GUI6HIST SELECT DECLARES THE NEW
      *                   HIST-CUST-DATE-KEY, HIST-OLD-NAME-KEY AND
      *                   HIST-NEW-NAME-KEY ALTERNATE KEYS (GUI6HIST
      *                   RECORD NOW 424 BYTES)
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. XREFAUD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'SYSIN'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CUSTFIL-FILE ASSIGN TO 'CUSTFIL'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CUST-KEY
               ALTERNATE RECORD KEY CUST-NAME.
           SELECT CUSTNORM-FILE ASSIGN TO 'CUSTNORM'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CN-KEY.
           SELECT ZIPXREF-FILE ASSIGN TO 'ZIPXREF'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ZX-KEY.
           SELECT CUSTNOTE-FILE ASSIGN TO 'CUSTNOTE'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY NT-KEY.
           SELECT BREADLOG-FILE ASSIGN TO 'BREADLOG'
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY BRD-KEY.
           SELECT GUI6HIST-FILE ASSIGN TO 'GUI6HIST'
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY HIST-KEY
               ALTERNATE RECORD KEY HIST-CUST-DATE-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY HIST-OLD-NAME-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY HIST-NEW-NAME-KEY WITH DUPLICATES.
      * NOT OPTIONAL - A MISSING HOLD FILE MUST STOP THE RUN, NOT LET
      * IT DELETE A HELD CUSTOMER'S NOTES
           SELECT LGLHOLD-FILE ASSIGN TO 'LGLHOLD'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LH-KEY.
           SELECT XREFCLN-FILE ASSIGN TO 'XREFCLN'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT XREFAUD-RPT ASSIGN TO 'XREFAURP'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BATCH-LOG-FILE ASSIGN TO 'BATCHLOG'
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-REC.
           02  PARM-MODE           PIC X(5).
           02  FILLER              PIC X(75).
       FD  CUSTFIL-FILE.
           COPY CUSTFIL.
       FD  CUSTNORM-FILE.
           COPY CUSTNORM.
       FD  ZIPXREF-FILE.
           COPY ZIPXREF.
       FD  CUSTNOTE-FILE.
           COPY CUSTNOTE.
       FD  BREADLOG-FILE.
           COPY BREADLOG.
       FD  GUI6HIST-FILE.
           COPY GUI6HIST.
       FD  LGLHOLD-FILE.
           COPY LGLHOLD.
      * ONE CLEANUP ACTION PER LINE - XC-KEY-DATA IS THE NORMALIZED
      * NAME FOR CUSTNORM, THE ZIP FOR ZIPXREF, BLANK FOR CUSTNOTE
       FD  XREFCLN-FILE.
       01  XC-RECORD.
           02  XC-FILE              PIC X(8).
           02  FILLER               PIC X.
           02  XC-ACTION            PIC X.
               88  XC-ADD                VALUE 'A'.
               88  XC-DELETE             VALUE 'D'.
           02  FILLER               PIC X.
           02  XC-CUST-NUMBER       PIC 9(7).
           02  FILLER               PIC X.
           02  XC-KEY-DATA          PIC X(40).
           02  FILLER               PIC X.
           02  XC-FINDING           PIC X(8).
           02  FILLER               PIC X(12).
       FD  XREFAUD-RPT.
       01  RPT-LINE                 PIC X(80).
       FD  BATCH-LOG-FILE.
       01  BL-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       COPY BATCHLOG.
       COPY NAMENORM.

       01  WS-RUN-MODE              PIC X(5) VALUE SPACES.
           88  WS-MODE-CLEAN             VALUE 'CLEAN'.
           88  WS-MODE-APPLY             VALUE 'APPLY'.
       01  WS-PARM-EOF-SW           PIC X VALUE 'N'.
           88  WS-NO-MORE-PARMS          VALUE 'Y'.

       01  WS-RUN-DATE.
           02  WS-RUN-YYYY          PIC 9(4).
           02  WS-RUN-MM            PIC 9(2).
           02  WS-RUN-DD            PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

       01  WS-EOF-SW                PIC X VALUE 'N'.
           88  WS-END-OF-FILE            VALUE 'Y'.
       01  WS-CUST-FOUND-SW         PIC X VALUE 'N'.
           88  WS-CUST-ON-FILE           VALUE 'Y'.
       01  WS-NOTE-EOF-SW           PIC X VALUE 'N'.
           88  WS-NO-MORE-NOTES          VALUE 'Y'.

      * LEGAL HOLDS - SET BY CHECK-LEGAL-HOLD FOR THE CUSTOMER IN
      * WS-HOLD-CUST-NUMBER
       01  WS-HOLD-CUST-NUMBER      PIC 9(7).
       01  WS-HOLD-SW               PIC X VALUE 'N'.
           88  WS-ON-LEGAL-HOLD          VALUE 'Y'.
       01  WS-HOLD-EOF-SW           PIC X VALUE 'N'.
           88  WS-NO-MORE-HOLDS          VALUE 'Y'.
       01  WS-HOLD-MATTER           PIC X(12).

      * CONTROL BREAK ON CUSTOMER NUMBER FOR THE NOTE AND READ-LOG
      * TRAILS - ONE FINDING PER CUSTOMER, NOT ONE PER RECORD
       01  WS-TRAIL-CUST-NUMBER     PIC 9(7) VALUE 0.
       01  WS-TRAIL-CNT             PIC 9(5) VALUE 0.
       01  WS-TRAIL-CNT-ED          PIC ZZZZ9.

       01  WS-FINDING-CNT           PIC 9(5) VALUE 0.
       01  WS-MISSING-CNT           PIC 9(5) VALUE 0.
       01  WS-ORPHAN-CNT            PIC 9(5) VALUE 0.
       01  WS-MISMATCH-CNT          PIC 9(5) VALUE 0.
       01  WS-CLEANUP-CNT           PIC 9(5) VALUE 0.
       01  WS-APPLIED-CNT           PIC 9(5) VALUE 0.
       01  WS-SKIPPED-CNT           PIC 9(5) VALUE 0.
       01  WS-CUST-SCANNED-CNT      PIC 9(7) VALUE 0.

       01  WS-HDG-1.
           02  FILLER       PIC X(40) VALUE
               'CUSTOMER FILE FAMILY INTEGRITY AUDIT'.
           02  FILLER       PIC X(6)  VALUE 'MODE '.
           02  HDG-MODE     PIC X(6).
           02  FILLER       PIC X(9)  VALUE 'RUN DATE '.
           02  HDG-RUN-DATE PIC 9(8).
       01  WS-HDG-2.
           02  FILLER       PIC X(40) VALUE
               'FILE     FINDING  CUSTOMER  DETAIL'.
       01  WS-FINDING-LINE.
           02  FND-FILE     PIC X(8).
           02  FILLER       PIC X     VALUE SPACE.
           02  FND-KIND     PIC X(8).
           02  FILLER       PIC X     VALUE SPACE.
           02  FND-CUST     PIC 9(7).
           02  FILLER       PIC X(3)  VALUE SPACES.
           02  FND-DETAIL   PIC X(52).
       01  WS-SUMMARY-LINE.
           02  FILLER       PIC X(9)  VALUE 'MISSING='.
           02  SUM-MISSING  PIC ZZZZ9.
           02  FILLER       PIC X(10) VALUE '  ORPHAN='.
           02  SUM-ORPHAN   PIC ZZZZ9.
           02  FILLER       PIC X(12) VALUE '  MISMATCH='.
           02  SUM-MISMATCH PIC ZZZZ9.
           02  FILLER       PIC X(11) VALUE '  CLEANUP='.
           02  SUM-CLEANUP  PIC ZZZZ9.
       01  WS-APPLY-SUMMARY-LINE.
           02  FILLER       PIC X(9)  VALUE 'APPLIED='.
           02  SUM-APPLIED  PIC ZZZZ9.
           02  FILLER       PIC X(11) VALUE '  SKIPPED='.
           02  SUM-SKIPPED  PIC ZZZZ9.
       01  WS-BL-DETAIL.
           02  FILLER       PIC X(9)  VALUE 'XREFAUD  '.
           02  BLD-LIT-1    PIC X(8).
           02  BLD-CNT-1    PIC ZZZZ9.
           02  BLD-LIT-2    PIC X(9).
           02  BLD-CNT-2    PIC ZZZZ9.
           02  FILLER       PIC X(4)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM WRITE-BATCH-START-ENTRY
           PERFORM READ-MODE-PARM
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT XREFAUD-RPT
           MOVE WS-RUN-MODE TO HDG-MODE
           IF WS-RUN-MODE = SPACES
               MOVE 'AUDIT' TO HDG-MODE
           END-IF
           MOVE WS-RUN-DATE-NUM TO HDG-RUN-DATE
           MOVE WS-HDG-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HDG-2 TO RPT-LINE
           WRITE RPT-LINE
           OPEN INPUT LGLHOLD-FILE
           IF WS-MODE-APPLY
               OPEN INPUT CUSTFIL-FILE
               OPEN I-O CUSTNORM-FILE
               OPEN I-O ZIPXREF-FILE
               OPEN I-O CUSTNOTE-FILE
               PERFORM APPLY-CLEANUP-FILE
               CLOSE CUSTNOTE-FILE
               CLOSE ZIPXREF-FILE
               CLOSE CUSTNORM-FILE
               CLOSE CUSTFIL-FILE
           ELSE
               IF WS-MODE-CLEAN
                   OPEN OUTPUT XREFCLN-FILE
               END-IF
               OPEN INPUT CUSTFIL-FILE
               OPEN INPUT CUSTNORM-FILE
               OPEN INPUT ZIPXREF-FILE
               OPEN INPUT CUSTNOTE-FILE
               PERFORM AUDIT-CUSTFIL-TO-INDEXES
               PERFORM AUDIT-CUSTNORM
               PERFORM AUDIT-ZIPXREF
               PERFORM AUDIT-CUSTNOTE
               PERFORM AUDIT-BREADLOG
               PERFORM AUDIT-PENDING-GUI6HIST
               CLOSE CUSTNOTE-FILE
               CLOSE ZIPXREF-FILE
               CLOSE CUSTNORM-FILE
               CLOSE CUSTFIL-FILE
               IF WS-MODE-CLEAN
                   CLOSE XREFCLN-FILE
               END-IF
           END-IF
           CLOSE LGLHOLD-FILE
           PERFORM WRITE-SUMMARY-LINE
           CLOSE XREFAUD-RPT
           PERFORM WRITE-BATCH-LOG-ENTRY
           IF WS-MODE-APPLY
               DISPLAY 'XREFAUD CLEANUP APPLIED:    ' WS-APPLIED-CNT
               DISPLAY 'XREFAUD CLEANUP SKIPPED:    ' WS-SKIPPED-CNT
           ELSE
               DISPLAY 'XREFAUD CUSTOMERS SCANNED:  '
                   WS-CUST-SCANNED-CNT
               DISPLAY 'XREFAUD MISSING ENTRIES:    ' WS-MISSING-CNT
               DISPLAY 'XREFAUD ORPHANS:            ' WS-ORPHAN-CNT
               DISPLAY 'XREFAUD MISMATCHES:         ' WS-MISMATCH-CNT
               IF WS-MODE-CLEAN
                   DISPLAY 'XREFAUD CLEANUP WRITTEN:    '
                       WS-CLEANUP-CNT
               END-IF
           END-IF
           STOP RUN.

      * OPTIONAL SYSIN MODE CARD - A MISSING FILE, BLANK OR UNKNOWN
      * MODE REPORTS ONLY
       READ-MODE-PARM.
           OPEN INPUT PARM-FILE
           READ PARM-FILE
               AT END SET WS-NO-MORE-PARMS TO TRUE
           END-READ
           IF NOT WS-NO-MORE-PARMS
               MOVE PARM-MODE TO WS-RUN-MODE
               IF NOT WS-MODE-CLEAN AND NOT WS-MODE-APPLY
                   MOVE SPACES TO WS-RUN-MODE
               END-IF
           END-IF
           CLOSE PARM-FILE.

      * CUSTFIL -> CUSTNORM/ZIPXREF - EACH CUSTOMER'S SEARCH ENTRIES,
      * BUILT THE WAY EVERY CUSTFIL WRITER BUILDS THEM
       AUDIT-CUSTFIL-TO-INDEXES.
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-END-OF-FILE
               READ CUSTFIL-FILE NEXT RECORD
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
               IF NOT WS-END-OF-FILE
                   ADD 1 TO WS-CUST-SCANNED-CNT
                   MOVE CUST-NAME TO LK-NN-IN
                   CALL 'NAMENORM' USING NAMENORM-PARMS
                   MOVE LK-NN-OUT TO CN-NORM-NAME
                   MOVE CUST-NUMBER TO CN-CUST-NUMBER
                   READ CUSTNORM-FILE
                       INVALID KEY
                           MOVE 'CUSTNORM' TO FND-FILE
                           MOVE 'MISSING' TO FND-KIND
                           MOVE CUST-NUMBER TO FND-CUST
                           MOVE CUST-NAME TO FND-DETAIL
                           PERFORM WRITE-FINDING-LINE
                           ADD 1 TO WS-MISSING-CNT
                           MOVE 'A' TO XC-ACTION
                           MOVE LK-NN-OUT TO XC-KEY-DATA
                           PERFORM WRITE-CLEANUP-CARD
                   END-READ
                   IF CUST-ZIP NOT = SPACES
                       MOVE CUST-ZIP TO ZX-ZIP
                       MOVE CUST-NUMBER TO ZX-CUST-NUMBER
                       READ ZIPXREF-FILE
                           INVALID KEY
                               MOVE 'ZIPXREF' TO FND-FILE
                               MOVE 'MISSING' TO FND-KIND
                               MOVE CUST-NUMBER TO FND-CUST
                               MOVE SPACES TO FND-DETAIL
                               STRING 'ZIP ' CUST-ZIP
                                   DELIMITED BY SIZE INTO FND-DETAIL
                               END-STRING
                               PERFORM WRITE-FINDING-LINE
                               ADD 1 TO WS-MISSING-CNT
                               MOVE 'A' TO XC-ACTION
                               MOVE CUST-ZIP TO XC-KEY-DATA
                               PERFORM WRITE-CLEANUP-CARD
                       END-READ
                   END-IF
               END-IF
           END-PERFORM.

      * CUSTNORM -> CUSTFIL - THE ENTRY MUST NAME A CUSTOMER ON FILE
      * WHOSE NAME STILL NORMALIZES TO IT
       AUDIT-CUSTNORM.
           MOVE 'N' TO WS-EOF-SW
           MOVE LOW-VALUES TO CN-KEY
           START CUSTNORM-FILE KEY IS NOT LESS THAN CN-KEY
               INVALID KEY SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-FILE
               READ CUSTNORM-FILE NEXT RECORD
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
               IF NOT WS-END-OF-FILE
                   MOVE 'CUSTNORM' TO FND-FILE
                   MOVE CN-CUST-NUMBER TO FND-CUST
                   MOVE CN-NORM-NAME TO FND-DETAIL
                   MOVE CN-CUST-NUMBER TO CUST-NUMBER
                   PERFORM READ-CUSTOMER-BY-NUMBER
                   IF NOT WS-CUST-ON-FILE
                       MOVE 'ORPHAN' TO FND-KIND
                       PERFORM WRITE-FINDING-LINE
                       ADD 1 TO WS-ORPHAN-CNT
                       MOVE 'D' TO XC-ACTION
                       MOVE CN-NORM-NAME TO XC-KEY-DATA
                       PERFORM WRITE-CLEANUP-CARD
                   ELSE
                       MOVE CUST-NAME TO LK-NN-IN
                       CALL 'NAMENORM' USING NAMENORM-PARMS
                       IF LK-NN-OUT NOT = CN-NORM-NAME
                           MOVE 'MISMATCH' TO FND-KIND
                           PERFORM WRITE-FINDING-LINE
                           ADD 1 TO WS-MISMATCH-CNT
                           MOVE 'D' TO XC-ACTION
                           MOVE CN-NORM-NAME TO XC-KEY-DATA
                           PERFORM WRITE-CLEANUP-CARD
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * ZIPXREF -> CUSTFIL - THE ENTRY MUST NAME A CUSTOMER ON FILE
      * WHOSE CUST-ZIP IS STILL THAT ZIP
       AUDIT-ZIPXREF.
           MOVE 'N' TO WS-EOF-SW
           MOVE LOW-VALUES TO ZX-KEY
           START ZIPXREF-FILE KEY IS NOT LESS THAN ZX-KEY
               INVALID KEY SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-FILE
               READ ZIPXREF-FILE NEXT RECORD
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
               IF NOT WS-END-OF-FILE
                   MOVE 'ZIPXREF' TO FND-FILE
                   MOVE ZX-CUST-NUMBER TO FND-CUST
                   MOVE ZX-CUST-NUMBER TO CUST-NUMBER
                   PERFORM READ-CUSTOMER-BY-NUMBER
                   IF NOT WS-CUST-ON-FILE
                       MOVE 'ORPHAN' TO FND-KIND
                       MOVE SPACES TO FND-DETAIL
                       STRING 'ZIP ' ZX-ZIP
                           DELIMITED BY SIZE INTO FND-DETAIL
                       END-STRING
                       PERFORM WRITE-FINDING-LINE
                       ADD 1 TO WS-ORPHAN-CNT
                       MOVE 'D' TO XC-ACTION
                       MOVE ZX-ZIP TO XC-KEY-DATA
                       PERFORM WRITE-CLEANUP-CARD
                   ELSE
                       IF CUST-ZIP NOT = ZX-ZIP
                           MOVE 'MISMATCH' TO FND-KIND
                           MOVE SPACES TO FND-DETAIL
                           STRING 'ZIP ' ZX-ZIP ' BUT CUSTFIL HAS '
                               CUST-ZIP
                               DELIMITED BY SIZE INTO FND-DETAIL
                           END-STRING
                           PERFORM WRITE-FINDING-LINE
                           ADD 1 TO WS-MISMATCH-CNT
                           MOVE 'D' TO XC-ACTION
                           MOVE ZX-ZIP TO XC-KEY-DATA
                           PERFORM WRITE-CLEANUP-CARD
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * CUSTNOTE -> CUSTFIL - ONE FINDING PER ORPHAN NOTE TRAIL
       AUDIT-CUSTNOTE.
           MOVE 'N' TO WS-EOF-SW
           MOVE 0 TO WS-TRAIL-CUST-NUMBER WS-TRAIL-CNT
           MOVE LOW-VALUES TO NT-KEY
           START CUSTNOTE-FILE KEY IS NOT LESS THAN NT-KEY
               INVALID KEY SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-FILE
               READ CUSTNOTE-FILE NEXT RECORD
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
               IF NOT WS-END-OF-FILE
                   IF NT-CUST-NUMBER NOT = WS-TRAIL-CUST-NUMBER
                       PERFORM CHECK-NOTE-TRAIL
                       MOVE NT-CUST-NUMBER TO WS-TRAIL-CUST-NUMBER
                       MOVE 0 TO WS-TRAIL-CNT
                   END-IF
                   ADD 1 TO WS-TRAIL-CNT
               END-IF
           END-PERFORM
           PERFORM CHECK-NOTE-TRAIL.

      * A HELD CUSTOMER'S ORPHAN NOTES ARE REPORTED BUT NEVER CARDED
      * FOR DELETION
       CHECK-NOTE-TRAIL.
           IF WS-TRAIL-CNT > 0
               MOVE WS-TRAIL-CUST-NUMBER TO CUST-NUMBER
               PERFORM READ-CUSTOMER-BY-NUMBER
               IF NOT WS-CUST-ON-FILE
                   MOVE 'CUSTNOTE' TO FND-FILE
                   MOVE 'ORPHAN' TO FND-KIND
                   MOVE WS-TRAIL-CUST-NUMBER TO FND-CUST
                   MOVE WS-TRAIL-CNT TO WS-TRAIL-CNT-ED
                   MOVE WS-TRAIL-CUST-NUMBER TO WS-HOLD-CUST-NUMBER
                   PERFORM CHECK-LEGAL-HOLD
                   MOVE SPACES TO FND-DETAIL
                   IF WS-ON-LEGAL-HOLD
                       STRING WS-TRAIL-CNT-ED ' NOTE(S) - LEGAL HOLD '
                           WS-HOLD-MATTER
                           DELIMITED BY SIZE INTO FND-DETAIL
                       END-STRING
                   ELSE
                       STRING WS-TRAIL-CNT-ED ' NOTE(S)'
                           DELIMITED BY SIZE INTO FND-DETAIL
                       END-STRING
                   END-IF
                   PERFORM WRITE-FINDING-LINE
                   ADD 1 TO WS-ORPHAN-CNT
                   IF NOT WS-ON-LEGAL-HOLD
                       MOVE 'D' TO XC-ACTION
                       MOVE SPACES TO XC-KEY-DATA
                       PERFORM WRITE-CLEANUP-CARD
                   END-IF
               END-IF
           END-IF.

      * BREADLOG -> CUSTFIL - REPORTED ONLY, ONE FINDING PER CUSTOMER
       AUDIT-BREADLOG.
           OPEN INPUT BREADLOG-FILE
           MOVE 'N' TO WS-EOF-SW
           MOVE 0 TO WS-TRAIL-CUST-NUMBER WS-TRAIL-CNT
           PERFORM UNTIL WS-END-OF-FILE
               READ BREADLOG-FILE NEXT RECORD
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
               IF NOT WS-END-OF-FILE
                   IF BRD-CUST-NUMBER NOT = WS-TRAIL-CUST-NUMBER
                       PERFORM CHECK-READ-LOG-TRAIL
                       MOVE BRD-CUST-NUMBER TO WS-TRAIL-CUST-NUMBER
                       MOVE 0 TO WS-TRAIL-CNT
                   END-IF
                   ADD 1 TO WS-TRAIL-CNT
               END-IF
           END-PERFORM
           PERFORM CHECK-READ-LOG-TRAIL
           CLOSE BREADLOG-FILE.

       CHECK-READ-LOG-TRAIL.
           IF WS-TRAIL-CNT > 0
               MOVE WS-TRAIL-CUST-NUMBER TO CUST-NUMBER
               PERFORM READ-CUSTOMER-BY-NUMBER
               IF NOT WS-CUST-ON-FILE
                   MOVE 'BREADLOG' TO FND-FILE
                   MOVE 'ORPHAN' TO FND-KIND
                   MOVE WS-TRAIL-CUST-NUMBER TO FND-CUST
                   MOVE WS-TRAIL-CNT TO WS-TRAIL-CNT-ED
                   MOVE SPACES TO FND-DETAIL
                   STRING WS-TRAIL-CNT-ED ' READ(S) - REPORT ONLY'
                       DELIMITED BY SIZE INTO FND-DETAIL
                   END-STRING
                   PERFORM WRITE-FINDING-LINE
                   ADD 1 TO WS-ORPHAN-CNT
               END-IF
           END-IF.

      * PENDING GUI6HIST -> CUSTFIL - A CHANGE WAITING ON A CHECKER
      * FOR A CUSTOMER NO LONGER ON FILE CAN NEVER BE APPLIED. ONE
      * KEYED BEFORE CUSTOMERS WERE NUMBERED IS LOOKED UP BY NAME
       AUDIT-PENDING-GUI6HIST.
           OPEN INPUT GUI6HIST-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-END-OF-FILE
               READ GUI6HIST-FILE NEXT RECORD
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
               IF NOT WS-END-OF-FILE
                   IF HIST-APPR-PENDING OR HIST-APPR-PENDING-2ND
                       PERFORM CHECK-PENDING-CUSTOMER
                   END-IF
               END-IF
           END-PERFORM
           CLOSE GUI6HIST-FILE.

       CHECK-PENDING-CUSTOMER.
           IF HIST-CUST-NUMBER NOT = 0
               MOVE HIST-CUST-NUMBER TO CUST-NUMBER
               PERFORM READ-CUSTOMER-BY-NUMBER
           ELSE
               MOVE HIST-OLD-NAME TO CUST-NAME
               PERFORM READ-CUSTOMER-BY-NAME
               IF NOT WS-CUST-ON-FILE
                   MOVE HIST-NEW-NAME TO CUST-NAME
                   PERFORM READ-CUSTOMER-BY-NAME
               END-IF
           END-IF
           IF NOT WS-CUST-ON-FILE
               MOVE 'GUI6HIST' TO FND-FILE
               MOVE 'ORPHAN' TO FND-KIND
               MOVE HIST-CUST-NUMBER TO FND-CUST
               MOVE SPACES TO FND-DETAIL
               STRING 'PENDING TASK ' HIST-TASKN ' '
                   HIST-OLD-NAME
                   DELIMITED BY SIZE INTO FND-DETAIL
               END-STRING
               PERFORM WRITE-FINDING-LINE
               ADD 1 TO WS-ORPHAN-CNT
           END-IF.

       READ-CUSTOMER-BY-NUMBER.
           MOVE 'N' TO WS-CUST-FOUND-SW
           READ CUSTFIL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-CUST-ON-FILE TO TRUE
           END-READ.

       READ-CUSTOMER-BY-NAME.
           MOVE 'N' TO WS-CUST-FOUND-SW
           IF CUST-NAME NOT = SPACES
               READ CUSTFIL-FILE KEY IS CUST-NAME
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET WS-CUST-ON-FILE TO TRUE
               END-READ
           END-IF.

      * A CUSTOMER IS HELD WHILE ANY OF THEIR LGLHOLD MATTERS HAS NO
      * RELEASE DATE OR ONE STILL TO COME - SAME TEST AS GUI6PURG
       CHECK-LEGAL-HOLD.
           MOVE 'N' TO WS-HOLD-SW
           MOVE SPACES TO WS-HOLD-MATTER
           IF WS-HOLD-CUST-NUMBER NOT = 0
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
                           MOVE LH-MATTER-REF TO WS-HOLD-MATTER
                       END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-FINDING-LINE.
           ADD 1 TO WS-FINDING-CNT
           MOVE WS-FINDING-LINE TO RPT-LINE
           WRITE RPT-LINE.

      * THE CALLER HAS SET XC-ACTION AND XC-KEY-DATA; THE FILE, NUMBER
      * AND FINDING COME FROM THE FINDING LINE JUST WRITTEN
       WRITE-CLEANUP-CARD.
           IF WS-MODE-CLEAN
               MOVE FND-FILE TO XC-FILE
               MOVE FND-CUST TO XC-CUST-NUMBER
               MOVE FND-KIND TO XC-FINDING
               WRITE XC-RECORD
               ADD 1 TO WS-CLEANUP-CNT
           END-IF.

      * FOLLOW-UP RUN - EACH CARD IS RE-CHECKED AGAINST THE FILES AS
      * THEY STAND NOW AND APPLIED ONLY IF IT IS STILL NEEDED
       APPLY-CLEANUP-FILE.
           OPEN INPUT XREFCLN-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-END-OF-FILE
               READ XREFCLN-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
               IF NOT WS-END-OF-FILE
                   MOVE XC-FILE TO FND-FILE
                   MOVE XC-CUST-NUMBER TO FND-CUST
                   MOVE SPACES TO FND-DETAIL
                   EVALUATE XC-FILE
                       WHEN 'CUSTNORM'
                           PERFORM APPLY-CUSTNORM-CARD
                       WHEN 'ZIPXREF'
                           PERFORM APPLY-ZIPXREF-CARD
                       WHEN 'CUSTNOTE'
                           PERFORM APPLY-CUSTNOTE-CARD
                       WHEN OTHER
                           MOVE 'SKIPPED' TO FND-KIND
                           MOVE 'UNKNOWN FILE ON CARD' TO FND-DETAIL
                   END-EVALUATE
                   IF FND-KIND = 'APPLIED'
                       ADD 1 TO WS-APPLIED-CNT
                   ELSE
                       ADD 1 TO WS-SKIPPED-CNT
                   END-IF
                   MOVE WS-FINDING-LINE TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-PERFORM
           CLOSE XREFCLN-FILE.

       APPLY-CUSTNORM-CARD.
           MOVE 'SKIPPED' TO FND-KIND
           MOVE XC-CUST-NUMBER TO CUST-NUMBER
           PERFORM READ-CUSTOMER-BY-NUMBER
           MOVE SPACES TO LK-NN-OUT
           IF WS-CUST-ON-FILE
               MOVE CUST-NAME TO LK-NN-IN
               CALL 'NAMENORM' USING NAMENORM-PARMS
           END-IF
           MOVE XC-KEY-DATA TO CN-NORM-NAME
           MOVE XC-CUST-NUMBER TO CN-CUST-NUMBER
           IF XC-ADD
               IF WS-CUST-ON-FILE AND LK-NN-OUT = XC-KEY-DATA
                   WRITE CUSTNORM-RECORD
                       INVALID KEY
                           MOVE 'ENTRY ALREADY ON FILE' TO FND-DETAIL
                       NOT INVALID KEY
                           MOVE 'APPLIED' TO FND-KIND
                           MOVE 'ENTRY ADDED' TO FND-DETAIL
                   END-WRITE
               ELSE
                   MOVE 'CUSTOMER NAME HAS SINCE CHANGED'
                       TO FND-DETAIL
               END-IF
           ELSE
               IF WS-CUST-ON-FILE AND LK-NN-OUT = XC-KEY-DATA
                   MOVE 'ENTRY NOW AGREES WITH CUSTFIL' TO FND-DETAIL
               ELSE
                   DELETE CUSTNORM-FILE RECORD
                       INVALID KEY
                           MOVE 'ENTRY ALREADY GONE' TO FND-DETAIL
                       NOT INVALID KEY
                           MOVE 'APPLIED' TO FND-KIND
                           MOVE 'ENTRY DELETED' TO FND-DETAIL
                   END-DELETE
               END-IF
           END-IF.

       APPLY-ZIPXREF-CARD.
           MOVE 'SKIPPED' TO FND-KIND
           MOVE XC-CUST-NUMBER TO CUST-NUMBER
           PERFORM READ-CUSTOMER-BY-NUMBER
           MOVE XC-KEY-DATA TO ZX-ZIP
           MOVE XC-CUST-NUMBER TO ZX-CUST-NUMBER
           IF XC-ADD
               IF WS-CUST-ON-FILE AND CUST-ZIP = ZX-ZIP
                   WRITE ZIPXREF-RECORD
                       INVALID KEY
                           MOVE 'ENTRY ALREADY ON FILE' TO FND-DETAIL
                       NOT INVALID KEY
                           MOVE 'APPLIED' TO FND-KIND
                           MOVE 'ENTRY ADDED' TO FND-DETAIL
                   END-WRITE
               ELSE
                   MOVE 'CUSTOMER ZIP HAS SINCE CHANGED'
                       TO FND-DETAIL
               END-IF
           ELSE
               IF WS-CUST-ON-FILE AND CUST-ZIP = ZX-ZIP
                   MOVE 'ENTRY NOW AGREES WITH CUSTFIL' TO FND-DETAIL
               ELSE
                   DELETE ZIPXREF-FILE RECORD
                       INVALID KEY
                           MOVE 'ENTRY ALREADY GONE' TO FND-DETAIL
                       NOT INVALID KEY
                           MOVE 'APPLIED' TO FND-KIND
                           MOVE 'ENTRY DELETED' TO FND-DETAIL
                   END-DELETE
               END-IF
           END-IF.

      * THE WHOLE NOTE TRAIL GOES - UNLESS THE CUSTOMER HAS COME BACK
      * ONTO CUSTFIL OR A LEGAL HOLD HAS BEEN PLACED SINCE THE AUDIT
       APPLY-CUSTNOTE-CARD.
           MOVE 'SKIPPED' TO FND-KIND
           MOVE XC-CUST-NUMBER TO CUST-NUMBER
           PERFORM READ-CUSTOMER-BY-NUMBER
           MOVE XC-CUST-NUMBER TO WS-HOLD-CUST-NUMBER
           PERFORM CHECK-LEGAL-HOLD
           IF WS-CUST-ON-FILE
               MOVE 'CUSTOMER IS BACK ON CUSTFIL' TO FND-DETAIL
           ELSE
           IF WS-ON-LEGAL-HOLD
               MOVE SPACES TO FND-DETAIL
               STRING 'UNDER LEGAL HOLD ' WS-HOLD-MATTER
                   DELIMITED BY SIZE INTO FND-DETAIL
               END-STRING
           ELSE
               MOVE 0 TO WS-TRAIL-CNT
               MOVE 'N' TO WS-NOTE-EOF-SW
               MOVE XC-CUST-NUMBER TO NT-CUST-NUMBER
               MOVE 0 TO NT-SEQNO
               START CUSTNOTE-FILE KEY IS NOT LESS THAN NT-KEY
                   INVALID KEY SET WS-NO-MORE-NOTES TO TRUE
               END-START
               PERFORM UNTIL WS-NO-MORE-NOTES
                   READ CUSTNOTE-FILE NEXT RECORD
                       AT END SET WS-NO-MORE-NOTES TO TRUE
                   END-READ
                   IF NOT WS-NO-MORE-NOTES
                       IF NT-CUST-NUMBER NOT = XC-CUST-NUMBER
                           SET WS-NO-MORE-NOTES TO TRUE
                       ELSE
                           DELETE CUSTNOTE-FILE RECORD
                               INVALID KEY CONTINUE
                               NOT INVALID KEY ADD 1 TO WS-TRAIL-CNT
                           END-DELETE
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-TRAIL-CNT TO WS-TRAIL-CNT-ED
               IF WS-TRAIL-CNT > 0
                   MOVE 'APPLIED' TO FND-KIND
               END-IF
               MOVE SPACES TO FND-DETAIL
               STRING WS-TRAIL-CNT-ED ' NOTE(S) DELETED'
                   DELIMITED BY SIZE INTO FND-DETAIL
               END-STRING
           END-IF
           END-IF.

       WRITE-SUMMARY-LINE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF WS-MODE-APPLY
               MOVE WS-APPLIED-CNT TO SUM-APPLIED
               MOVE WS-SKIPPED-CNT TO SUM-SKIPPED
               MOVE WS-APPLY-SUMMARY-LINE TO RPT-LINE
           ELSE
               MOVE WS-MISSING-CNT TO SUM-MISSING
               MOVE WS-ORPHAN-CNT TO SUM-ORPHAN
               MOVE WS-MISMATCH-CNT TO SUM-MISMATCH
               MOVE WS-CLEANUP-CNT TO SUM-CLEANUP
               MOVE WS-SUMMARY-LINE TO RPT-LINE
           END-IF
           WRITE RPT-LINE.

      * AN AUDIT RUN WITH ANY FINDING LOGS 'WARN' SO BATCHWIN'S
      * OVERNIGHT SUMMARY SURFACES IT
       WRITE-BATCH-LOG-ENTRY.
           MOVE 'XREFAUD' TO BL-PROGRAM
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           IF WS-MODE-APPLY
               MOVE 'DONE' TO BL-STATUS
               MOVE 'APPLIED=' TO BLD-LIT-1
               MOVE WS-APPLIED-CNT TO BLD-CNT-1
               MOVE ' SKIPPED=' TO BLD-LIT-2
               MOVE WS-SKIPPED-CNT TO BLD-CNT-2
           ELSE
               IF WS-FINDING-CNT > 0
                   MOVE 'WARN' TO BL-STATUS
               ELSE
                   MOVE 'DONE' TO BL-STATUS
               END-IF
               MOVE 'FINDING=' TO BLD-LIT-1
               MOVE WS-FINDING-CNT TO BLD-CNT-1
               MOVE ' CLEANUP=' TO BLD-LIT-2
               MOVE WS-CLEANUP-CNT TO BLD-CNT-2
           END-IF
           MOVE WS-BL-DETAIL TO BL-DETAIL
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.

      * ONE 'STRT' ENTRY AT JOB ENTRY, PAIRED BY BATCHWIN WITH THE
      * COMPLETION ENTRY ABOVE
       WRITE-BATCH-START-ENTRY.
           MOVE 'XREFAUD' TO BL-PROGRAM
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           MOVE 'STRT' TO BL-STATUS
           MOVE SPACES TO BL-DETAIL
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.
