      ***************************************************************
      * Author.  Maintenance team, following the CFLAGEXP style
      * Remarks. Nightly legal-hold listing. Reads the LGLHOLD file
      *          front to back and lists on LGLHRPT every hold still
      *          in force - no release date, or one still to come -
      *          with the matter, who placed it and when, the release
      *          date (OPEN when none is set), how many days the
      *          customer has been held, and whether the customer is
      *          still on CUSTFIL or already archived. Holds released
      *          within the last 7 days are listed too, so legal can
      *          see what has come off and GUI6PURG will start purging
      *          again. Nothing is changed - released holds stay on
      *          LGLHOLD as the trail of what was held.
      ***************************************************************
      * 10/15/26 RPI 2237 INITIAL CODING
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGLHRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LGLHOLD-FILE ASSIGN TO 'LGLHOLD'
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY LH-KEY.
           SELECT CUSTFIL-FILE ASSIGN TO 'CUSTFIL'
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY CUST-KEY
               ALTERNATE RECORD KEY CUST-NAME.
           SELECT LGLH-RPT ASSIGN TO 'LGLHRPT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BATCH-LOG-FILE ASSIGN TO 'BATCHLOG'
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LGLHOLD-FILE.
           COPY LGLHOLD.
       FD  CUSTFIL-FILE.
           COPY CUSTFIL.
       FD  LGLH-RPT.
       01  RPT-LINE                PIC X(80).
       FD  BATCH-LOG-FILE.
       01  BL-LINE                 PIC X(80).
       WORKING-STORAGE SECTION.
       COPY BATCHLOG.
       01  WS-EOF-SW               PIC X VALUE 'N'.
           88  WS-NO-MORE-HOLDS          VALUE 'Y'.
       01  WS-SCAN-CNT             PIC 9(5) VALUE 0.
       01  WS-IN-FORCE-CNT         PIC 9(5) VALUE 0.
       01  WS-RELEASED-CNT         PIC 9(5) VALUE 0.
       01  WS-ARCHIVED-CNT         PIC 9(5) VALUE 0.
       01  WS-DAYS-HELD            PIC 9(5).

      * A HOLD WHOSE RELEASE DATE FELL ON OR AFTER WS-RECENT-DATE AND
      * IS NOT LATER THAN TODAY WAS RELEASED RECENTLY
       01  WS-RECENT-DAYS          PIC 9(3) VALUE 7.
       01  WS-RECENT-DATE          PIC 9(8).

       01  WS-HDG-1.
           02  FILLER       PIC X(35) VALUE
               'LEGAL HOLDS IN FORCE'.
       01  WS-HDG-2.
           02  FILLER       PIC X(10) VALUE 'STATUS'.
           02  FILLER       PIC X(9)  VALUE 'CUSTOMER'.
           02  FILLER       PIC X(14) VALUE 'MATTER'.
           02  FILLER       PIC X(5)  VALUE 'BY'.
           02  FILLER       PIC X(10) VALUE 'PLACED'.
           02  FILLER       PIC X(10) VALUE 'RELEASE'.
           02  FILLER       PIC X(7)  VALUE 'DAYS'.
           02  FILLER       PIC X(8)  VALUE 'CUSTFIL'.
       01  WS-DETAIL-LINE.
           02  DET-STATUS   PIC X(8).
           02  FILLER       PIC X(2) VALUE SPACES.
           02  DET-CUST     PIC 9(7).
           02  FILLER       PIC X(2) VALUE SPACES.
           02  DET-MATTER   PIC X(12).
           02  FILLER       PIC X(2) VALUE SPACES.
           02  DET-BY       PIC X(3).
           02  FILLER       PIC X(2) VALUE SPACES.
           02  DET-PLACED   PIC 9(8).
           02  FILLER       PIC X(2) VALUE SPACES.
           02  DET-RELEASE  PIC X(8).
           02  FILLER       PIC X(2) VALUE SPACES.
           02  DET-DAYS     PIC ZZZZ9.
           02  FILLER       PIC X(2) VALUE SPACES.
           02  DET-ON-FILE  PIC X(8).
       01  WS-DESC-LINE.
           02  FILLER       PIC X(19) VALUE SPACES.
           02  DESC-TEXT    PIC X(30).
       01  WS-SUMMARY-LINE.
           02  FILLER       PIC X(16) VALUE 'HOLDS SCANNED='.
           02  SUM-SCAN     PIC ZZZZ9.
           02  FILLER       PIC X(13) VALUE '  IN FORCE='.
           02  SUM-IN-FORCE PIC ZZZZ9.
           02  FILLER       PIC X(13) VALUE '  ARCHIVED='.
           02  SUM-ARCHIVED PIC ZZZZ9.
           02  FILLER       PIC X(17) VALUE '  RELEASED 7D='.
           02  SUM-RELEASED PIC ZZZZ9.
       01  WS-BL-DETAIL.
           02  FILLER       PIC X(9)  VALUE 'IN FORCE='.
           02  BLD-IN-FORCE PIC ZZZZ9.
           02  FILLER       PIC X(10) VALUE ' RELEASED='.
           02  BLD-RELEASED PIC ZZZZ9.
       01  WS-RUN-DATE.
           02  WS-RUN-YYYY  PIC 9(4).
           02  WS-RUN-MM    PIC 9(2).
           02  WS-RUN-DD    PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM WRITE-BATCH-START-ENTRY
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-RECENT-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                   - WS-RECENT-DAYS)
           OPEN INPUT LGLHOLD-FILE
           OPEN INPUT CUSTFIL-FILE
           OPEN OUTPUT LGLH-RPT
           MOVE WS-HDG-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HDG-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM READ-HOLD-RECORD
           PERFORM UNTIL WS-NO-MORE-HOLDS
               ADD 1 TO WS-SCAN-CNT
               IF LH-NO-RELEASE-DATE
                       OR LH-RELEASE-DATE > WS-RUN-DATE-NUM
                   ADD 1 TO WS-IN-FORCE-CNT
                   MOVE 'IN FORCE' TO DET-STATUS
                   PERFORM WRITE-DETAIL-LINE
               ELSE
               IF LH-RELEASE-DATE >= WS-RECENT-DATE
                   ADD 1 TO WS-RELEASED-CNT
                   MOVE 'RELEASED' TO DET-STATUS
                   PERFORM WRITE-DETAIL-LINE
               END-IF
               END-IF
               PERFORM READ-HOLD-RECORD
           END-PERFORM
           CLOSE LGLHOLD-FILE
           CLOSE CUSTFIL-FILE
           PERFORM WRITE-SUMMARY-LINE
           CLOSE LGLH-RPT
           PERFORM WRITE-BATCH-LOG-ENTRY
           DISPLAY 'LGLHRPT HOLDS SCANNED:  ' WS-SCAN-CNT
           DISPLAY 'LGLHRPT HOLDS IN FORCE: ' WS-IN-FORCE-CNT
           STOP RUN.

       READ-HOLD-RECORD.
           READ LGLHOLD-FILE NEXT RECORD
               AT END SET WS-NO-MORE-HOLDS TO TRUE
           END-READ.

      * DAYS HELD RUN FROM THE PLACED DATE TO TODAY, OR TO THE
      * RELEASE DATE FOR A HOLD THAT HAS COME OFF. A CUSTOMER NO
      * LONGER ON CUSTFIL WAS OFFBOARDED OR PURGED BEFORE THE HOLD -
      * THEIR DATA NOW LIVES ONLY ON THE ARCHIVES
       WRITE-DETAIL-LINE.
           MOVE LH-CUST-NUMBER  TO DET-CUST
           MOVE LH-MATTER-REF   TO DET-MATTER
           MOVE LH-PLACED-OPID  TO DET-BY
           MOVE LH-PLACED-DATE  TO DET-PLACED
           IF LH-NO-RELEASE-DATE
               MOVE 'OPEN' TO DET-RELEASE
           ELSE
               MOVE LH-RELEASE-DATE TO DET-RELEASE
           END-IF
           IF LH-NO-RELEASE-DATE
                   OR LH-RELEASE-DATE > WS-RUN-DATE-NUM
               COMPUTE WS-DAYS-HELD =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                   - FUNCTION INTEGER-OF-DATE(LH-PLACED-DATE)
           ELSE
               COMPUTE WS-DAYS-HELD =
                   FUNCTION INTEGER-OF-DATE(LH-RELEASE-DATE)
                   - FUNCTION INTEGER-OF-DATE(LH-PLACED-DATE)
           END-IF
           MOVE WS-DAYS-HELD TO DET-DAYS
           MOVE LH-CUST-NUMBER TO CUST-NUMBER
           MOVE 'ON FILE' TO DET-ON-FILE
           READ CUSTFIL-FILE
               INVALID KEY
                   MOVE 'ARCHIVED' TO DET-ON-FILE
                   ADD 1 TO WS-ARCHIVED-CNT
           END-READ
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE LH-MATTER-DESC TO DESC-TEXT
           MOVE WS-DESC-LINE TO RPT-LINE
           WRITE RPT-LINE.

       WRITE-SUMMARY-LINE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SCAN-CNT     TO SUM-SCAN
           MOVE WS-IN-FORCE-CNT TO SUM-IN-FORCE
           MOVE WS-ARCHIVED-CNT TO SUM-ARCHIVED
           MOVE WS-RELEASED-CNT TO SUM-RELEASED
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE.

       WRITE-BATCH-LOG-ENTRY.
           MOVE WS-IN-FORCE-CNT TO BLD-IN-FORCE
           MOVE WS-RELEASED-CNT TO BLD-RELEASED
           MOVE 'LGLHRPT' TO BL-PROGRAM
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           MOVE 'DONE' TO BL-STATUS
           MOVE WS-BL-DETAIL TO BL-DETAIL
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.

      * ONE 'STRT' ENTRY AT JOB ENTRY, PAIRED BY BATCHWIN WITH THE
      * COMPLETION ENTRY ABOVE
       WRITE-BATCH-START-ENTRY.
           MOVE 'LGLHRPT' TO BL-PROGRAM
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           MOVE 'STRT' TO BL-STATUS
           MOVE SPACES TO BL-DETAIL
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.
