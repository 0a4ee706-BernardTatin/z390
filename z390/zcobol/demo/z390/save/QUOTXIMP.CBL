      ***************************************************************
      * Author.  Maintenance team, following the QLANGCOV/GUI6RECN
      *          style
      * Remarks. Translation-vendor import of QUOTEFIL content - the
      *          return leg of QUOTXEXP. The vendor's file (QUOTXIN,
      *          QUOTXCHG layout) is checked as a whole first: it must
      *          open with a header of the current layout version and
      *          record length and close with a trailer whose count
      *          matches the quote records in between, otherwise
      *          nothing is loaded and the run logs FAIL. Each quote
      *          record is then validated on its own -
      *            - a target language other than the source,
      *            - translated text present, with QX-TGT-LEN
      *              covering all of it and within the interchange
      *              maximum,
      *            - the source quote still on QUOTEFIL under the
      *              same key with the same text and dates as when it
      *              was exported (a changed source means the
      *              translation is of stale content),
      *            - no version of the quote already on file in the
      *              target language whose effective dates overlap
      *              the new one (zero EFF-TO is open-ended) -
      *          and, when it passes, the text is split back into
      *          233-byte QF-SEG records (01, 02, ...) under the
      *          target language with the source's effective dates
      *          and written to QUOTEFIL. QXIMPRPT lists every record
      *          as ADDED or REJECTED with the reason.
      ***************************************************************
      * 10/15/26 RPI 2260 INITIAL CODING
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTXIMP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTX-IN ASSIGN TO 'QUOTXIN'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT QUOTEFIL-FILE ASSIGN TO 'QUOTEFIL'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY QF-KEY.
           SELECT QUOTX-RPT ASSIGN TO 'QXIMPRPT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BATCH-LOG-FILE ASSIGN TO 'BATCHLOG'
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  QUOTX-IN.
       01  QUOTX-LINE               PIC X(4694).
       FD  QUOTEFIL-FILE.
           COPY QUOTEFIL.
       FD  QUOTX-RPT.
       01  RPT-LINE                 PIC X(100).
       FD  BATCH-LOG-FILE.
       01  BL-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       COPY BATCHLOG.
       COPY QUOTXCHG.
       01  WS-QX-EOF-SW             PIC X VALUE 'N'.
           88  WS-NO-MORE-QX             VALUE 'Y'.
       01  WS-QF-EOF-SW             PIC X VALUE 'N'.
           88  WS-NO-MORE-QF             VALUE 'Y'.

      * WHOLE-FILE CHECK (FIRST PASS)
       01  WS-FILE-OK-SW            PIC X VALUE 'Y'.
           88  WS-FILE-OK                VALUE 'Y'.
       01  WS-FILE-REASON           PIC X(60) VALUE SPACES.
       01  WS-REC-CNT               PIC 9(7) VALUE 0.
       01  WS-QUOTE-REC-CNT         PIC 9(7) VALUE 0.
       01  WS-TRAILER-CNT           PIC 9(7) VALUE 0.
       01  WS-LAST-TYPE             PIC X VALUE SPACE.

      * ONE QUOTE RECORD (SECOND PASS)
       01  WS-REJECT-SW             PIC X.
           88  WS-REJECTED               VALUE 'Y'.
       01  WS-REASON                PIC X(44).
       01  WS-CUR-TEXT              PIC X(2330).
       01  WS-CUR-LEN               PIC 9(4).
       01  WS-CUR-EFF-TO            PIC 9(8).
       01  WS-CUR-SEGS              PIC 9(3).
       01  WS-SEG-LEN               PIC 9(4).
       01  WS-NEW-TO                PIC 9(8).
       01  WS-OLD-TO                PIC 9(8).
       01  WS-POS                   PIC 9(4).
       01  WS-SEG-NUM               PIC 9(2).
       01  WS-DEL-SEG               PIC 9(2).
       01  WS-WRITE-FAIL-SW         PIC X.
           88  WS-WRITE-FAILED           VALUE 'Y'.
       01  WS-OVERLAP-LINE.
           02  FILLER               PIC X(18) VALUE
               'OVERLAPS EXISTING '.
           02  OVL-FROM             PIC 9(8).
           02  FILLER               PIC X     VALUE '-'.
           02  OVL-TO               PIC 9(8).
       01  WS-SEGFAIL-LINE.
           02  FILLER               PIC X(25) VALUE
               'WRITE FAILED AT SEGMENT '.
           02  SGF-SEG              PIC 99.
           02  FILLER               PIC X(13) VALUE ' - BACKED OUT'.

       01  WS-ADDED-CNT             PIC 9(5) VALUE 0.
       01  WS-REJECTED-CNT          PIC 9(5) VALUE 0.
       01  WS-SEGS-WRITTEN          PIC 9(7) VALUE 0.
       01  WS-RUN-DATE.
           02  WS-RUN-YYYY          PIC 9(4).
           02  WS-RUN-MM            PIC 9(2).
           02  WS-RUN-DD            PIC 9(2).

       01  WS-HDG-1.
           02  FILLER       PIC X(40) VALUE
               'QUOTEFIL TRANSLATION IMPORT           '.
           02  FILLER       PIC X(10) VALUE '  RUN DATE'.
           02  FILLER       PIC X     VALUE SPACE.
           02  HDG-MM       PIC 9(2).
           02  FILLER       PIC X VALUE '/'.
           02  HDG-DD       PIC 9(2).
           02  FILLER       PIC X VALUE '/'.
           02  HDG-YYYY     PIC 9(4).
       01  WS-HDG-2.
           02  FILLER       PIC X(6)  VALUE 'TRNID'.
           02  FILLER       PIC X(4)  VALUE 'SEQ'.
           02  FILLER       PIC X(4)  VALUE 'SRC'.
           02  FILLER       PIC X(4)  VALUE 'TGT'.
           02  FILLER       PIC X(10) VALUE 'EFF-FROM'.
           02  FILLER       PIC X(10) VALUE 'EFF-TO'.
           02  FILLER       PIC X(6)  VALUE 'LEN'.
           02  FILLER       PIC X(5)  VALUE 'SEGS'.
           02  FILLER       PIC X(20) VALUE 'RESULT'.
       01  WS-DETAIL-LINE.
           02  DET-TRNID    PIC X(4).
           02  FILLER       PIC X(2) VALUE SPACES.
           02  DET-SEQNO    PIC X(1).
           02  FILLER       PIC X(3) VALUE SPACES.
           02  DET-SRC-LANG PIC X(2).
           02  FILLER       PIC X(2) VALUE SPACES.
           02  DET-TGT-LANG PIC X(2).
           02  FILLER       PIC X(2) VALUE SPACES.
           02  DET-EFF-FROM PIC X(8).
           02  FILLER       PIC X(2) VALUE SPACES.
           02  DET-EFF-TO   PIC X(8).
           02  FILLER       PIC X(2) VALUE SPACES.
           02  DET-LEN      PIC ZZZZ9.
           02  FILLER       PIC X(1) VALUE SPACES.
           02  DET-SEGS     PIC ZZ9.
           02  FILLER       PIC X(2) VALUE SPACES.
           02  DET-RESULT   PIC X(8).
           02  FILLER       PIC X(1) VALUE SPACES.
           02  DET-REASON   PIC X(44).
       01  WS-SUMMARY-LINE.
           02  FILLER       PIC X(14) VALUE 'QUOTE RECORDS='.
           02  SUM-RECORDS  PIC ZZZZZZ9.
           02  FILLER       PIC X(8)  VALUE '  ADDED='.
           02  SUM-ADDED    PIC ZZZZ9.
           02  FILLER       PIC X(11) VALUE '  REJECTED='.
           02  SUM-REJECTED PIC ZZZZ9.
           02  FILLER       PIC X(19) VALUE '  SEGMENTS WRITTEN='.
           02  SUM-SEGS     PIC ZZZZZZ9.
       01  WS-BL-DETAIL.
           02  FILLER       PIC X(6)  VALUE 'ADDED='.
           02  BLD-ADDED    PIC ZZZZ9.
           02  FILLER       PIC X(10) VALUE ' REJECTED='.
           02  BLD-REJECTED PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM WRITE-BATCH-START-ENTRY
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT QUOTX-RPT
           PERFORM WRITE-REPORT-HEADING
           PERFORM CHECK-INTERCHANGE-FILE
           IF NOT WS-FILE-OK
               MOVE SPACES TO RPT-LINE
               STRING 'FILE REJECTED - ' WS-FILE-REASON
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
               MOVE 'FILE REJECTED - NOTHING LOADED' TO RPT-LINE
               WRITE RPT-LINE
               CLOSE QUOTX-RPT
               DISPLAY 'QUOTXIMP: ' WS-FILE-REASON
               DISPLAY 'QUOTXIMP: NOTHING LOADED'
               PERFORM WRITE-BAD-FILE-LOG
               STOP RUN
           END-IF
           OPEN I-O QUOTEFIL-FILE
           OPEN INPUT QUOTX-IN
           MOVE 'N' TO WS-QX-EOF-SW
           PERFORM READ-INTERCHANGE-RECORD
           PERFORM UNTIL WS-NO-MORE-QX
               IF QX-QUOTE
                   PERFORM PROCESS-QUOTE-RECORD
               END-IF
               PERFORM READ-INTERCHANGE-RECORD
           END-PERFORM
           CLOSE QUOTX-IN
           CLOSE QUOTEFIL-FILE
           PERFORM WRITE-SUMMARY-LINE
           CLOSE QUOTX-RPT
           PERFORM WRITE-BATCH-LOG-ENTRY
           DISPLAY 'QUOTXIMP QUOTES ADDED:    ' WS-ADDED-CNT
           DISPLAY 'QUOTXIMP QUOTES REJECTED: ' WS-REJECTED-CNT
           STOP RUN.

       READ-INTERCHANGE-RECORD.
           READ QUOTX-IN
               AT END SET WS-NO-MORE-QX TO TRUE
           END-READ
           IF NOT WS-NO-MORE-QX
               MOVE QUOTX-LINE TO QX-RECORD
           END-IF.

      * FIRST PASS - A HEADER OF THE CURRENT LAYOUT FIRST, ONLY QUOTE
      * RECORDS BETWEEN, AND A TRAILER LAST WHOSE COUNT MATCHES. A
      * FILE THAT CAME BACK TRUNCATED OR IN AN OLD LAYOUT IS NOT
      * PARTLY LOADED.
       CHECK-INTERCHANGE-FILE.
           OPEN INPUT QUOTX-IN
           PERFORM READ-INTERCHANGE-RECORD
           IF WS-NO-MORE-QX
               MOVE 'N' TO WS-FILE-OK-SW
               MOVE 'FILE IS EMPTY' TO WS-FILE-REASON
           ELSE
               IF NOT QX-HEADER
                   MOVE 'N' TO WS-FILE-OK-SW
                   MOVE 'NO HEADER RECORD' TO WS-FILE-REASON
               ELSE
                   IF QXH-LAYOUT-VERSION NOT = QX-CUR-VERSION
                           OR QXH-REC-LEN NOT = QX-CUR-REC-LEN
                       MOVE 'N' TO WS-FILE-OK-SW
                       MOVE 'HEADER LAYOUT IS NOT THE CURRENT VERSION'
                           TO WS-FILE-REASON
                   END-IF
               END-IF
           END-IF
           PERFORM UNTIL WS-NO-MORE-QX OR NOT WS-FILE-OK
               ADD 1 TO WS-REC-CNT
               MOVE QX-REC-TYPE TO WS-LAST-TYPE
               EVALUATE TRUE
                   WHEN WS-REC-CNT = 1
                       CONTINUE
                   WHEN QX-QUOTE
                       ADD 1 TO WS-QUOTE-REC-CNT
                   WHEN QX-TRAILER
                       IF QXT-QUOTE-COUNT IS NUMERIC
                           MOVE QXT-QUOTE-COUNT TO WS-TRAILER-CNT
                       ELSE
                           MOVE 'N' TO WS-FILE-OK-SW
                           MOVE 'TRAILER COUNT IS NOT NUMERIC'
                               TO WS-FILE-REASON
                       END-IF
                   WHEN OTHER
                       MOVE 'N' TO WS-FILE-OK-SW
                       MOVE 'UNKNOWN RECORD TYPE IN FILE'
                           TO WS-FILE-REASON
               END-EVALUATE
               PERFORM READ-INTERCHANGE-RECORD
               IF NOT WS-NO-MORE-QX AND WS-LAST-TYPE = 'T'
                       AND WS-FILE-OK
                   MOVE 'N' TO WS-FILE-OK-SW
                   MOVE 'RECORDS FOLLOW THE TRAILER' TO WS-FILE-REASON
               END-IF
           END-PERFORM
           CLOSE QUOTX-IN
           IF WS-FILE-OK
               IF WS-LAST-TYPE NOT = 'T'
                   MOVE 'N' TO WS-FILE-OK-SW
                   MOVE 'NO TRAILER RECORD - FILE IS TRUNCATED'
                       TO WS-FILE-REASON
               ELSE
                   IF WS-TRAILER-CNT NOT = WS-QUOTE-REC-CNT
                       MOVE 'N' TO WS-FILE-OK-SW
                       MOVE 'TRAILER COUNT DOES NOT MATCH QUOTE RECORDS'
                           TO WS-FILE-REASON
                   END-IF
               END-IF
           END-IF.

       PROCESS-QUOTE-RECORD.
           MOVE 'N' TO WS-REJECT-SW
           MOVE SPACES TO WS-REASON
           MOVE 0 TO WS-SEG-NUM
           PERFORM VALIDATE-TARGET-TEXT
           IF NOT WS-REJECTED
               PERFORM VALIDATE-SOURCE-QUOTE
           END-IF
           IF NOT WS-REJECTED
               PERFORM CHECK-DATE-OVERLAP
           END-IF
           IF NOT WS-REJECTED
               PERFORM LOAD-TARGET-SEGMENTS
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE QX-TRNID    TO DET-TRNID
           MOVE QX-SEQNO    TO DET-SEQNO
           MOVE QX-SRC-LANG TO DET-SRC-LANG
           MOVE QX-TGT-LANG TO DET-TGT-LANG
           MOVE QX-EFF-FROM TO DET-EFF-FROM
           MOVE QX-EFF-TO   TO DET-EFF-TO
           IF QX-TGT-LEN IS NUMERIC
               MOVE QX-TGT-LEN TO DET-LEN
           END-IF
           MOVE WS-SEG-NUM  TO DET-SEGS
           IF WS-REJECTED
               ADD 1 TO WS-REJECTED-CNT
               MOVE 'REJECTED' TO DET-RESULT
               MOVE WS-REASON  TO DET-REASON
           ELSE
               ADD 1 TO WS-ADDED-CNT
               MOVE 'ADDED'    TO DET-RESULT
           END-IF
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

      * THE RECORD ITSELF - KEY FIELDS INTACT, A REAL TARGET
      * LANGUAGE, TEXT PRESENT AND WHOLLY WITHIN QX-TGT-LEN
       VALIDATE-TARGET-TEXT.
           EVALUATE TRUE
               WHEN QX-EFF-FROM NOT NUMERIC
                       OR QX-EFF-TO NOT NUMERIC
                       OR QX-SRC-LEN NOT NUMERIC
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE 'KEY OR DATE FIELDS DAMAGED' TO WS-REASON
               WHEN QX-TGT-LANG = SPACES
                       OR QX-TGT-LANG = QX-SRC-LANG
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE 'BAD TARGET LANGUAGE' TO WS-REASON
               WHEN QX-TGT-TEXT = SPACES
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE 'NOT TRANSLATED - TARGET TEXT BLANK'
                       TO WS-REASON
               WHEN QX-TGT-LEN NOT NUMERIC
                       OR QX-TGT-LEN = 0
                       OR QX-TGT-LEN > QX-MAX-TEXT
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE 'BAD TARGET LENGTH' TO WS-REASON
               WHEN QX-TGT-LEN < QX-MAX-TEXT
                   IF QX-TGT-TEXT(QX-TGT-LEN + 1:) NOT = SPACES
                       MOVE 'Y' TO WS-REJECT-SW
                       MOVE 'TARGET TEXT RUNS PAST TARGET LENGTH'
                           TO WS-REASON
                   END-IF
           END-EVALUATE.

      * THE SOURCE QUOTE MUST STILL BE ON FILE EXACTLY AS EXPORTED -
      * REASSEMBLE ITS SEGMENTS AND COMPARE TEXT, LENGTH AND DATES
       VALIDATE-SOURCE-QUOTE.
           MOVE SPACES TO WS-CUR-TEXT
           MOVE 0 TO WS-CUR-LEN
           MOVE 0 TO WS-CUR-SEGS
           MOVE 0 TO WS-CUR-EFF-TO
           MOVE QX-TRNID    TO QF-TRNID
           MOVE QX-SEQNO    TO QF-SEQNO
           MOVE QX-SRC-LANG TO QF-LANG
           MOVE QX-EFF-FROM TO QF-EFF-FROM
           MOVE 0           TO QF-SEG
           MOVE 'N' TO WS-QF-EOF-SW
           START QUOTEFIL-FILE KEY IS NOT LESS THAN QF-KEY
               INVALID KEY SET WS-NO-MORE-QF TO TRUE
           END-START
           PERFORM UNTIL WS-NO-MORE-QF
               READ QUOTEFIL-FILE NEXT RECORD
                   AT END SET WS-NO-MORE-QF TO TRUE
               END-READ
               IF NOT WS-NO-MORE-QF
                   IF QF-TRNID NOT = QX-TRNID
                           OR QF-SEQNO NOT = QX-SEQNO
                           OR QF-LANG NOT = QX-SRC-LANG
                           OR QF-EFF-FROM NOT = QX-EFF-FROM
                       SET WS-NO-MORE-QF TO TRUE
                   ELSE
                       PERFORM APPEND-SOURCE-SEGMENT
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-CUR-SEGS = 0
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE 'SOURCE QUOTE NOT ON QUOTEFIL' TO WS-REASON
               WHEN WS-CUR-LEN NOT = QX-SRC-LEN
                       OR WS-CUR-TEXT NOT = QX-SRC-TEXT
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE 'SOURCE TEXT CHANGED SINCE EXPORT'
                       TO WS-REASON
               WHEN WS-CUR-EFF-TO NOT = QX-EFF-TO
                   MOVE 'Y' TO WS-REJECT-SW
                   MOVE 'SOURCE DATES CHANGED SINCE EXPORT'
                       TO WS-REASON
           END-EVALUATE.

       APPEND-SOURCE-SEGMENT.
           ADD 1 TO WS-CUR-SEGS
           MOVE QF-EFF-TO TO WS-CUR-EFF-TO
           MOVE QF-LEN TO WS-SEG-LEN
           IF WS-SEG-LEN > QX-SEG-SIZE
               MOVE QX-SEG-SIZE TO WS-SEG-LEN
           END-IF
           IF WS-SEG-LEN > 0
               IF WS-CUR-LEN + WS-SEG-LEN > QX-MAX-TEXT
                   COMPUTE WS-SEG-LEN = QX-MAX-TEXT - WS-CUR-LEN
               END-IF
           END-IF
           IF WS-SEG-LEN > 0
               MOVE QF-TEXT(1:WS-SEG-LEN)
                   TO WS-CUR-TEXT(WS-CUR-LEN + 1:WS-SEG-LEN)
               ADD WS-SEG-LEN TO WS-CUR-LEN
           END-IF.

      * NO TWO VERSIONS OF A QUOTE IN ONE LANGUAGE MAY BE IN EFFECT
      * ON THE SAME DAY - TESTBEC2 WOULD SERVE WHICHEVER STARTED
      * LATER AND THE OTHER WOULD SILENTLY NEVER SHOW. EVERY VERSION
      * ALREADY ON FILE IN THE TARGET LANGUAGE (INCLUDING ONE ADDED
      * EARLIER IN THIS RUN) IS CHECKED.
       CHECK-DATE-OVERLAP.
           IF QX-EFF-TO = 0
               MOVE 99999999 TO WS-NEW-TO
           ELSE
               MOVE QX-EFF-TO TO WS-NEW-TO
           END-IF
           IF WS-NEW-TO < QX-EFF-FROM
               MOVE 'Y' TO WS-REJECT-SW
               MOVE 'EFFECTIVE-TO IS BEFORE EFFECTIVE-FROM'
                   TO WS-REASON
           ELSE
               MOVE QX-TRNID    TO QF-TRNID
               MOVE QX-SEQNO    TO QF-SEQNO
               MOVE QX-TGT-LANG TO QF-LANG
               MOVE 0           TO QF-EFF-FROM
               MOVE 0           TO QF-SEG
               MOVE 'N' TO WS-QF-EOF-SW
               START QUOTEFIL-FILE KEY IS NOT LESS THAN QF-KEY
                   INVALID KEY SET WS-NO-MORE-QF TO TRUE
               END-START
               PERFORM UNTIL WS-NO-MORE-QF OR WS-REJECTED
                   READ QUOTEFIL-FILE NEXT RECORD
                       AT END SET WS-NO-MORE-QF TO TRUE
                   END-READ
                   IF NOT WS-NO-MORE-QF
                       IF QF-TRNID NOT = QX-TRNID
                               OR QF-SEQNO NOT = QX-SEQNO
                               OR QF-LANG NOT = QX-TGT-LANG
                           SET WS-NO-MORE-QF TO TRUE
                       ELSE
                           PERFORM TEST-ONE-OVERLAP
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       TEST-ONE-OVERLAP.
           IF QF-EFF-TO = 0
               MOVE 99999999 TO WS-OLD-TO
           ELSE
               MOVE QF-EFF-TO TO WS-OLD-TO
           END-IF
           IF QF-EFF-FROM <= WS-NEW-TO AND QX-EFF-FROM <= WS-OLD-TO
               MOVE 'Y' TO WS-REJECT-SW
               MOVE QF-EFF-FROM TO OVL-FROM
               MOVE QF-EFF-TO   TO OVL-TO
               MOVE WS-OVERLAP-LINE TO WS-REASON
           END-IF.

      * SPLIT THE TRANSLATED TEXT INTO 233-BYTE QF-SEG RECORDS UNDER
      * THE TARGET LANGUAGE. TESTBEC2 SENDS THE SEGMENTS BACK TO BACK,
      * SO A SPLIT MID-WORD READS THE SAME AS THE WHOLE TEXT. A
      * FAILED WRITE BACKS OUT THE SEGMENTS ALREADY WRITTEN SO NO
      * HALF-LOADED QUOTE IS LEFT ON FILE.
       LOAD-TARGET-SEGMENTS.
           MOVE 1 TO WS-POS
           MOVE 0 TO WS-SEG-NUM
           MOVE 'N' TO WS-WRITE-FAIL-SW
           PERFORM UNTIL WS-POS > QX-TGT-LEN OR WS-WRITE-FAILED
               ADD 1 TO WS-SEG-NUM
               COMPUTE WS-SEG-LEN = QX-TGT-LEN - WS-POS + 1
               IF WS-SEG-LEN > QX-SEG-SIZE
                   MOVE QX-SEG-SIZE TO WS-SEG-LEN
               END-IF
               MOVE SPACES TO QF-RECORD
               MOVE QX-TRNID    TO QF-TRNID
               MOVE QX-SEQNO    TO QF-SEQNO
               MOVE QX-TGT-LANG TO QF-LANG
               MOVE QX-EFF-FROM TO QF-EFF-FROM
               MOVE WS-SEG-NUM  TO QF-SEG
               MOVE QX-EFF-TO   TO QF-EFF-TO
               MOVE WS-SEG-LEN  TO QF-LEN
               MOVE QX-TGT-TEXT(WS-POS:WS-SEG-LEN)
                   TO QF-TEXT(1:WS-SEG-LEN)
               WRITE QF-RECORD
                   INVALID KEY MOVE 'Y' TO WS-WRITE-FAIL-SW
               END-WRITE
               ADD WS-SEG-LEN TO WS-POS
           END-PERFORM
           IF WS-WRITE-FAILED
               MOVE 'Y' TO WS-REJECT-SW
               MOVE WS-SEG-NUM TO SGF-SEG
               MOVE WS-SEGFAIL-LINE TO WS-REASON
               PERFORM VARYING WS-DEL-SEG FROM 1 BY 1
                       UNTIL WS-DEL-SEG >= WS-SEG-NUM
                   MOVE QX-TRNID    TO QF-TRNID
                   MOVE QX-SEQNO    TO QF-SEQNO
                   MOVE QX-TGT-LANG TO QF-LANG
                   MOVE QX-EFF-FROM TO QF-EFF-FROM
                   MOVE WS-DEL-SEG  TO QF-SEG
                   DELETE QUOTEFIL-FILE RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
               END-PERFORM
               MOVE 0 TO WS-SEG-NUM
           ELSE
               ADD WS-SEG-NUM TO WS-SEGS-WRITTEN
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE WS-RUN-MM   TO HDG-MM
           MOVE WS-RUN-DD   TO HDG-DD
           MOVE WS-RUN-YYYY TO HDG-YYYY
           MOVE WS-HDG-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HDG-2 TO RPT-LINE
           WRITE RPT-LINE.

       WRITE-SUMMARY-LINE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-QUOTE-REC-CNT TO SUM-RECORDS
           MOVE WS-ADDED-CNT     TO SUM-ADDED
           MOVE WS-REJECTED-CNT  TO SUM-REJECTED
           MOVE WS-SEGS-WRITTEN  TO SUM-SEGS
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE.

      * WARN WHEN ANY RECORD WAS REJECTED - THE REPORT SAYS WHICH AND
      * WHY, AND THE VENDOR FILE NEEDS GOING BACK TO
       WRITE-BATCH-LOG-ENTRY.
           MOVE 'QUOTXIMP' TO BL-PROGRAM
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           IF WS-REJECTED-CNT > 0
               MOVE 'WARN' TO BL-STATUS
           ELSE
               MOVE 'DONE' TO BL-STATUS
           END-IF
           MOVE WS-ADDED-CNT    TO BLD-ADDED
           MOVE WS-REJECTED-CNT TO BLD-REJECTED
           MOVE WS-BL-DETAIL TO BL-DETAIL
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.

      * A REJECTED FILE STILL LOGS A FAIL COMPLETION SO BATCHWIN PAIRS
      * THE START ENTRY INSTEAD OF LISTING THE JOB AS IN-FLIGHT/HUNG
       WRITE-BAD-FILE-LOG.
           MOVE 'QUOTXIMP' TO BL-PROGRAM
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           MOVE 'FAIL' TO BL-STATUS
           MOVE 'VENDOR FILE REJECTED - NOTHING LOADED'
               TO BL-DETAIL
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.

      * ONE 'STRT' ENTRY AT JOB ENTRY, PAIRED BY BATCHWIN WITH THE
      * COMPLETION ENTRY ABOVE
       WRITE-BATCH-START-ENTRY.
           MOVE 'QUOTXIMP' TO BL-PROGRAM
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           MOVE 'STRT' TO BL-STATUS
           MOVE SPACES TO BL-DETAIL
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.
