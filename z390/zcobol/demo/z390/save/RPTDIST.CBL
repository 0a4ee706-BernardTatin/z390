      ***************************************************************
      * Author.  Maintenance team, following the RPTARCH/JOBCTL
      *          style
      * Remarks. Overnight report distribution. RPTARCH keeps a dated
      *          copy of every report, but nothing delivered them -
      *          operations printed the stack each morning and hand-
      *          sorted it into folders for audit, the payments desk,
      *          the help desk, treasury and IT. This end-of-window
      *          step reads the RPTDIST distribution table (which
      *          report, or which section of one, goes to which
      *          recipient group) and writes one bundle file per
      *          group:
      *            AUDIT    -> BNDAUDIT    PAYMENTS -> BNDPAYMT
      *            HELPDESK -> BNDHELP     TREASURY -> BNDTREAS
      *            IT       -> BNDIT
      *          Each bundle opens with a cover page listing every
      *          report in it, the producing job's latest BATCHLOG
      *          status (NOT RUN when it has none) and its detail line
      *          count, then each report on a new page in table
      *          order. A report (or section) holding nothing but its
      *          headings and summary - or missing altogether - is
      *          listed and bundled as NO EXCEPTIONS, never dropped,
      *          so the recipient can tell a quiet night from a lost
      *          report. The step logs WARN when any producer ended
      *          FAIL, or never ran and left no report, DONE
      *          otherwise.
      ***************************************************************
      * 10/15/26 RPI 2250 INITIAL CODING
      * 10/15/26 RPI 2256 WS-ENT-TBL RAISED TO 16 WITH THE RD-TABLE FOR
      *                   ABNDRPT'S NEW KB GAPS SECTION - IT HAS TO
      *                   TRACK THE RD-TABLE'S OCCURS
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTDIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RPT-IN-1 ASSIGN TO 'QUOTXRPT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RPT-IN-2 ASSIGN TO 'ACCRRPT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RPT-IN-3 ASSIGN TO 'GUI6RCRP'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RPT-IN-4 ASSIGN TO 'BEC5RPT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RPT-IN-5 ASSIGN TO 'ABNDRPT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RPT-IN-6 ASSIGN TO 'BECVOLRPT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RPT-IN-7 ASSIGN TO 'GUI6AGRPT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RPT-IN-8 ASSIGN TO 'GUI6PRRPT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RPT-IN-9 ASSIGN TO 'SSVCRPRT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RPT-IN-10 ASSIGN TO 'CUSTGRRPT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BUNDLE-1 ASSIGN TO 'BNDAUDIT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BUNDLE-2 ASSIGN TO 'BNDPAYMT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BUNDLE-3 ASSIGN TO 'BNDHELP'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BUNDLE-4 ASSIGN TO 'BNDTREAS'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BUNDLE-5 ASSIGN TO 'BNDIT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BATCH-LOG-IN ASSIGN TO 'BATCHLOG'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BATCH-LOG-FILE ASSIGN TO 'BATCHLOG'
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RPT-IN-1.
       01  RPT-IN-1-LINE              PIC X(130).
       FD  RPT-IN-2.
       01  RPT-IN-2-LINE              PIC X(130).
       FD  RPT-IN-3.
       01  RPT-IN-3-LINE              PIC X(130).
       FD  RPT-IN-4.
       01  RPT-IN-4-LINE              PIC X(130).
       FD  RPT-IN-5.
       01  RPT-IN-5-LINE              PIC X(130).
       FD  RPT-IN-6.
       01  RPT-IN-6-LINE              PIC X(130).
       FD  RPT-IN-7.
       01  RPT-IN-7-LINE              PIC X(130).
       FD  RPT-IN-8.
       01  RPT-IN-8-LINE              PIC X(130).
       FD  RPT-IN-9.
       01  RPT-IN-9-LINE              PIC X(130).
       FD  RPT-IN-10.
       01  RPT-IN-10-LINE             PIC X(130).
       FD  BUNDLE-1.
       01  BUNDLE-1-LINE              PIC X(130).
       FD  BUNDLE-2.
       01  BUNDLE-2-LINE              PIC X(130).
       FD  BUNDLE-3.
       01  BUNDLE-3-LINE              PIC X(130).
       FD  BUNDLE-4.
       01  BUNDLE-4-LINE              PIC X(130).
       FD  BUNDLE-5.
       01  BUNDLE-5-LINE              PIC X(130).
       FD  BATCH-LOG-IN.
       01  BL-IN-LINE                 PIC X(80).
       FD  BATCH-LOG-FILE.
       01  BL-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       COPY BATCHLOG.
       COPY RPTDIST.

      * THE REPORT FILE I/O IS ONE SELECT/FD PER REPORT DD, THE SAME
      * WAY RPTARCH DOES IT - THE OPEN/READ/CLOSE PARAGRAPHS PICK THE
      * FILE BY WS-RPT-DD, AND THE BUNDLE PARAGRAPHS PICK THE BUNDLE
      * BY THE RECIPIENT'S POSITION ON RG-TABLE
       01  WS-RPT-DD                  PIC X(9).
       01  WS-RPT-LINE                PIC X(130).
       01  WS-BND-LINE                PIC X(130).

       01  WS-EOF-SW                  PIC X VALUE 'N'.
           88  WS-NO-MORE-RECS             VALUE 'Y'.
       01  WS-LOG-EOF-SW              PIC X VALUE 'N'.
           88  WS-NO-MORE-LOG              VALUE 'Y'.
       01  WS-GOT-LINE-SW             PIC X VALUE 'N'.
           88  WS-GOT-LINE                 VALUE 'Y'.
       01  WS-SECTION-SW              PIC X VALUE 'N'.
           88  WS-IN-SECTION               VALUE 'Y'.
       01  WS-START-LEN               PIC 9(2) VALUE 0.
       01  WS-END-LEN                 PIC 9(2) VALUE 0.
       01  WS-MARK-SUB                PIC 9(2).

       01  WS-RD-SUB                  PIC 9(2).
       01  WS-RG-SUB                  PIC 9(2).
       01  WS-RUN-DATE.
           02  WS-RUN-YYYY            PIC 9(4).
           02  WS-RUN-MM              PIC 9(2).
           02  WS-RUN-DD              PIC 9(2).

      * ONE ENTRY PER RD-TABLE LINE - THE PRODUCER'S LATEST NON-START
      * BATCHLOG STATUS, THE LINES IN THE REPORT OR SECTION, AND THE
      * DETAIL LINES LEFT AFTER ITS FIXED HEADINGS AND SUMMARY
       01  WS-ENT-TBL.
           02  WS-ENT-ENTRY OCCURS 16 TIMES.
               04  EN-STATUS          PIC X(4).
               04  EN-LINES           PIC 9(7).
               04  EN-DETAIL          PIC 9(7).
       01  WS-FIXED-LINES             PIC 9(2).
       01  WS-SHOW-STATUS             PIC X(7).

       01  WS-BND-ITEMS               PIC 9(3) VALUE 0.
       01  WS-BND-WITH-DETAIL         PIC 9(3) VALUE 0.
       01  WS-BUNDLE-CNT              PIC 9(2) VALUE 0.
       01  WS-ITEM-CNT                PIC 9(3) VALUE 0.
       01  WS-PROBLEM-CNT             PIC 9(3) VALUE 0.

       01  WS-CVR-TITLE.
           02  FILLER       PIC X(26) VALUE
               'OVERNIGHT REPORT BUNDLE - '.
           02  CVR-DESC     PIC X(20).
           02  FILLER       PIC X(11) VALUE '  RUN DATE '.
           02  CVR-MM       PIC 9(2).
           02  FILLER       PIC X VALUE '/'.
           02  CVR-DD       PIC 9(2).
           02  FILLER       PIC X VALUE '/'.
           02  CVR-YYYY     PIC 9(4).
       01  WS-CVR-HDG.
           02  FILLER       PIC X(50) VALUE
               'REPORT    SECTION    PRODUCER STATUS     DETAIL  '.
           02  FILLER       PIC X(13) VALUE 'CONTENTS'.
       01  WS-CVR-DETAIL.
           02  CVD-REPORT   PIC X(9).
           02  FILLER       PIC X VALUE SPACE.
           02  CVD-SECTION  PIC X(10).
           02  FILLER       PIC X VALUE SPACE.
           02  CVD-PROGRAM  PIC X(8).
           02  FILLER       PIC X VALUE SPACE.
           02  CVD-STATUS   PIC X(7).
           02  FILLER       PIC X VALUE SPACE.
           02  CVD-DETAIL   PIC ZZZZZZ9.
           02  FILLER       PIC X(2) VALUE SPACES.
           02  CVD-CONTENTS PIC X(13).
       01  WS-CVR-TOTAL.
           02  FILLER       PIC X(19) VALUE 'REPORTS IN BUNDLE='.
           02  CVT-ITEMS    PIC ZZ9.
           02  FILLER       PIC X(4)  VALUE SPACES.
           02  FILLER       PIC X(17) VALUE 'WITH EXCEPTIONS='.
           02  CVT-DETAIL   PIC ZZ9.
       01  WS-RPT-BANNER.
           02  FILLER       PIC X(5)  VALUE '==== '.
           02  BAN-REPORT   PIC X(9).
           02  FILLER       PIC X VALUE SPACE.
           02  BAN-SECTION  PIC X(10).
           02  FILLER       PIC X(6)  VALUE ' FROM '.
           02  BAN-PROGRAM  PIC X(8).
           02  FILLER       PIC X(8)  VALUE ' STATUS '.
           02  BAN-STATUS   PIC X(7).
           02  FILLER       PIC X(5)  VALUE ' ===='.
       01  WS-NO-EXCP-LINE  PIC X(30) VALUE
               '     *** NO EXCEPTIONS ***'.

       01  WS-BL-DETAIL.
           02  FILLER       PIC X(9)  VALUE 'RPTDIST '.
           02  FILLER       PIC X(5)  VALUE 'BNDL='.
           02  BLD-BUNDLES  PIC Z9.
           02  FILLER       PIC X(7)  VALUE ' ITEMS='.
           02  BLD-ITEMS    PIC ZZ9.
           02  FILLER       PIC X(10) VALUE ' PROBLEMS='.
           02  BLD-PROBLEMS PIC ZZ9.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM WRITE-BATCH-START-ENTRY
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-PRODUCER-STATUSES
           PERFORM VARYING WS-RD-SUB FROM 1 BY 1
                   UNTIL WS-RD-SUB > RD-ENTRY-CNT
               PERFORM MEASURE-DIST-ENTRY
           END-PERFORM
           PERFORM VARYING WS-RG-SUB FROM 1 BY 1
                   UNTIL WS-RG-SUB > RG-ENTRY-CNT
               PERFORM BUILD-RECIPIENT-BUNDLE
           END-PERFORM
           PERFORM WRITE-BATCH-LOG-ENTRY
           DISPLAY 'RPTDIST BUNDLES WRITTEN:   ' WS-BUNDLE-CNT
           DISPLAY 'RPTDIST REPORTS BUNDLED:   ' WS-ITEM-CNT
           DISPLAY 'RPTDIST PRODUCER PROBLEMS: ' WS-PROBLEM-CNT
           STOP RUN.

      * LATEST NON-START BATCHLOG STATUS FOR EVERY TABLE ENTRY'S
      * PRODUCER - THE SAME SCAN RPTARCH MAKES FOR ITS INDEX
       LOAD-PRODUCER-STATUSES.
           PERFORM VARYING WS-RD-SUB FROM 1 BY 1
                   UNTIL WS-RD-SUB > RD-ENTRY-CNT
               MOVE SPACES TO EN-STATUS(WS-RD-SUB)
           END-PERFORM
           OPEN INPUT BATCH-LOG-IN
           PERFORM UNTIL WS-NO-MORE-LOG
               READ BATCH-LOG-IN
                   AT END SET WS-NO-MORE-LOG TO TRUE
                   NOT AT END
                       MOVE BL-IN-LINE TO BATCHLOG-REC
                       IF BL-STATUS NOT = 'STRT'
                           PERFORM VARYING WS-RD-SUB FROM 1 BY 1
                                   UNTIL WS-RD-SUB > RD-ENTRY-CNT
                               IF RD-PROGRAM(WS-RD-SUB) = BL-PROGRAM
                                   MOVE BL-STATUS
                                       TO EN-STATUS(WS-RD-SUB)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BATCH-LOG-IN.

      * COUNT THE LINES IN THIS ENTRY'S REPORT OR SECTION AHEAD OF
      * THE BUNDLES, SO EACH COVER PAGE CAN SAY WHAT IS IN IT BEFORE
      * THE REPORTS THEMSELVES FOLLOW. A PRODUCER WITH NO BATCHLOG
      * COMPLETION BUT A REPORT ON FILE (DFPACCR KEEPS NO BATCHLOG
      * ENTRY) SHOWS NO LOG; ONE WITH NEITHER NEVER RAN
       MEASURE-DIST-ENTRY.
           MOVE 0 TO EN-LINES(WS-RD-SUB)
           PERFORM OPEN-SECTION
           PERFORM READ-SECTION-LINE
           PERFORM UNTIL WS-NO-MORE-RECS
               ADD 1 TO EN-LINES(WS-RD-SUB)
               PERFORM READ-SECTION-LINE
           END-PERFORM
           PERFORM CLOSE-REPORT-FILE
           COMPUTE WS-FIXED-LINES = RD-HDG-LINES(WS-RD-SUB)
                                  + RD-TRLR-LINES(WS-RD-SUB)
           IF EN-LINES(WS-RD-SUB) > WS-FIXED-LINES
               COMPUTE EN-DETAIL(WS-RD-SUB) =
                   EN-LINES(WS-RD-SUB) - WS-FIXED-LINES
           ELSE
               MOVE 0 TO EN-DETAIL(WS-RD-SUB)
           END-IF
           IF EN-STATUS(WS-RD-SUB) = SPACES
               IF EN-LINES(WS-RD-SUB) > 0
                   MOVE 'NOLG' TO EN-STATUS(WS-RD-SUB)
               ELSE
                   ADD 1 TO WS-PROBLEM-CNT
               END-IF
           END-IF
           IF EN-STATUS(WS-RD-SUB) = 'FAIL'
               ADD 1 TO WS-PROBLEM-CNT
           END-IF.

      * OPEN THIS ENTRY'S REPORT AND SET UP ITS SECTION MARKERS - A
      * BLANK START MARKER MEANS THE SECTION STARTS AT THE TOP
       OPEN-SECTION.
           MOVE RD-REPORT-DD(WS-RD-SUB) TO WS-RPT-DD
           MOVE 'N' TO WS-EOF-SW
           PERFORM OPEN-REPORT-FILE
           MOVE 0 TO WS-START-LEN
           PERFORM VARYING WS-MARK-SUB FROM 14 BY -1
                   UNTIL WS-MARK-SUB < 1 OR WS-START-LEN > 0
               IF RD-SECT-START(WS-RD-SUB)(WS-MARK-SUB:1) NOT = SPACE
                   MOVE WS-MARK-SUB TO WS-START-LEN
               END-IF
           END-PERFORM
           MOVE 0 TO WS-END-LEN
           PERFORM VARYING WS-MARK-SUB FROM 14 BY -1
                   UNTIL WS-MARK-SUB < 1 OR WS-END-LEN > 0
               IF RD-SECT-END(WS-RD-SUB)(WS-MARK-SUB:1) NOT = SPACE
                   MOVE WS-MARK-SUB TO WS-END-LEN
               END-IF
           END-PERFORM
           IF WS-START-LEN = 0
               SET WS-IN-SECTION TO TRUE
           ELSE
               MOVE 'N' TO WS-SECTION-SW
           END-IF.

      * NEXT LINE INSIDE THE SECTION INTO WS-RPT-LINE. THE START
      * MARKER LINE IS THE SECTION'S FIRST LINE; THE END MARKER LINE
      * BELONGS TO WHATEVER FOLLOWS AND ENDS THE SECTION LIKE EOF
       READ-SECTION-LINE.
           MOVE 'N' TO WS-GOT-LINE-SW
           PERFORM UNTIL WS-NO-MORE-RECS OR WS-GOT-LINE
               PERFORM READ-REPORT-FILE
               IF NOT WS-NO-MORE-RECS
                   EVALUATE TRUE
                       WHEN NOT WS-IN-SECTION
                           IF WS-RPT-LINE(1:WS-START-LEN) =
                              RD-SECT-START(WS-RD-SUB)(1:WS-START-LEN)
                               SET WS-IN-SECTION TO TRUE
                               SET WS-GOT-LINE TO TRUE
                           END-IF
                       WHEN WS-END-LEN > 0
                            AND WS-RPT-LINE(1:WS-END-LEN) =
                                RD-SECT-END(WS-RD-SUB)(1:WS-END-LEN)
                           SET WS-NO-MORE-RECS TO TRUE
                       WHEN OTHER
                           SET WS-GOT-LINE TO TRUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

       OPEN-REPORT-FILE.
           EVALUATE WS-RPT-DD
               WHEN 'QUOTXRPT'
                   OPEN INPUT RPT-IN-1
               WHEN 'ACCRRPT'
                   OPEN INPUT RPT-IN-2
               WHEN 'GUI6RCRP'
                   OPEN INPUT RPT-IN-3
               WHEN 'BEC5RPT'
                   OPEN INPUT RPT-IN-4
               WHEN 'ABNDRPT'
                   OPEN INPUT RPT-IN-5
               WHEN 'BECVOLRPT'
                   OPEN INPUT RPT-IN-6
               WHEN 'GUI6AGRPT'
                   OPEN INPUT RPT-IN-7
               WHEN 'GUI6PRRPT'
                   OPEN INPUT RPT-IN-8
               WHEN 'SSVCRPRT'
                   OPEN INPUT RPT-IN-9
               WHEN 'CUSTGRRPT'
                   OPEN INPUT RPT-IN-10
               WHEN OTHER
                   SET WS-NO-MORE-RECS TO TRUE
           END-EVALUATE.

       READ-REPORT-FILE.
           MOVE SPACES TO WS-RPT-LINE
           EVALUATE WS-RPT-DD
               WHEN 'QUOTXRPT'
                   READ RPT-IN-1 INTO WS-RPT-LINE
                       AT END SET WS-NO-MORE-RECS TO TRUE
                   END-READ
               WHEN 'ACCRRPT'
                   READ RPT-IN-2 INTO WS-RPT-LINE
                       AT END SET WS-NO-MORE-RECS TO TRUE
                   END-READ
               WHEN 'GUI6RCRP'
                   READ RPT-IN-3 INTO WS-RPT-LINE
                       AT END SET WS-NO-MORE-RECS TO TRUE
                   END-READ
               WHEN 'BEC5RPT'
                   READ RPT-IN-4 INTO WS-RPT-LINE
                       AT END SET WS-NO-MORE-RECS TO TRUE
                   END-READ
               WHEN 'ABNDRPT'
                   READ RPT-IN-5 INTO WS-RPT-LINE
                       AT END SET WS-NO-MORE-RECS TO TRUE
                   END-READ
               WHEN 'BECVOLRPT'
                   READ RPT-IN-6 INTO WS-RPT-LINE
                       AT END SET WS-NO-MORE-RECS TO TRUE
                   END-READ
               WHEN 'GUI6AGRPT'
                   READ RPT-IN-7 INTO WS-RPT-LINE
                       AT END SET WS-NO-MORE-RECS TO TRUE
                   END-READ
               WHEN 'GUI6PRRPT'
                   READ RPT-IN-8 INTO WS-RPT-LINE
                       AT END SET WS-NO-MORE-RECS TO TRUE
                   END-READ
               WHEN 'SSVCRPRT'
                   READ RPT-IN-9 INTO WS-RPT-LINE
                       AT END SET WS-NO-MORE-RECS TO TRUE
                   END-READ
               WHEN 'CUSTGRRPT'
                   READ RPT-IN-10 INTO WS-RPT-LINE
                       AT END SET WS-NO-MORE-RECS TO TRUE
                   END-READ
               WHEN OTHER
                   SET WS-NO-MORE-RECS TO TRUE
           END-EVALUATE.

       CLOSE-REPORT-FILE.
           EVALUATE WS-RPT-DD
               WHEN 'QUOTXRPT'
                   CLOSE RPT-IN-1
               WHEN 'ACCRRPT'
                   CLOSE RPT-IN-2
               WHEN 'GUI6RCRP'
                   CLOSE RPT-IN-3
               WHEN 'BEC5RPT'
                   CLOSE RPT-IN-4
               WHEN 'ABNDRPT'
                   CLOSE RPT-IN-5
               WHEN 'BECVOLRPT'
                   CLOSE RPT-IN-6
               WHEN 'GUI6AGRPT'
                   CLOSE RPT-IN-7
               WHEN 'GUI6PRRPT'
                   CLOSE RPT-IN-8
               WHEN 'SSVCRPRT'
                   CLOSE RPT-IN-9
               WHEN 'CUSTGRRPT'
                   CLOSE RPT-IN-10
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * ONE BUNDLE - THE COVER PAGE, THEN EACH OF THE GROUP'S
      * REPORTS ON ITS OWN PAGE UNDER A BANNER NAMING ITS PRODUCER
      * AND STATUS
       BUILD-RECIPIENT-BUNDLE.
           PERFORM OPEN-BUNDLE-FILE
           ADD 1 TO WS-BUNDLE-CNT
           PERFORM WRITE-COVER-PAGE
           PERFORM VARYING WS-RD-SUB FROM 1 BY 1
                   UNTIL WS-RD-SUB > RD-ENTRY-CNT
               IF RD-RECIPIENT(WS-RD-SUB) = RG-RECIPIENT(WS-RG-SUB)
                   PERFORM COPY-ENTRY-TO-BUNDLE
               END-IF
           END-PERFORM
           PERFORM CLOSE-BUNDLE-FILE.

       WRITE-COVER-PAGE.
           MOVE RG-DESC(WS-RG-SUB) TO CVR-DESC
           MOVE WS-RUN-MM   TO CVR-MM
           MOVE WS-RUN-DD   TO CVR-DD
           MOVE WS-RUN-YYYY TO CVR-YYYY
           MOVE WS-CVR-TITLE TO WS-BND-LINE
           PERFORM WRITE-BUNDLE-LINE
           MOVE SPACES TO WS-BND-LINE
           PERFORM WRITE-BUNDLE-LINE
           MOVE WS-CVR-HDG TO WS-BND-LINE
           PERFORM WRITE-BUNDLE-LINE
           MOVE 0 TO WS-BND-ITEMS
           MOVE 0 TO WS-BND-WITH-DETAIL
           PERFORM VARYING WS-RD-SUB FROM 1 BY 1
                   UNTIL WS-RD-SUB > RD-ENTRY-CNT
               IF RD-RECIPIENT(WS-RD-SUB) = RG-RECIPIENT(WS-RG-SUB)
                   PERFORM WRITE-COVER-DETAIL
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-BND-LINE
           PERFORM WRITE-BUNDLE-LINE
           MOVE WS-BND-ITEMS       TO CVT-ITEMS
           MOVE WS-BND-WITH-DETAIL TO CVT-DETAIL
           MOVE WS-CVR-TOTAL TO WS-BND-LINE
           PERFORM WRITE-BUNDLE-LINE.

       WRITE-COVER-DETAIL.
           ADD 1 TO WS-BND-ITEMS
           MOVE SPACES TO WS-CVR-DETAIL
           MOVE RD-REPORT-DD(WS-RD-SUB) TO CVD-REPORT
           IF RD-SECTION(WS-RD-SUB) = SPACES
               MOVE 'ALL' TO CVD-SECTION
           ELSE
               MOVE RD-SECTION(WS-RD-SUB) TO CVD-SECTION
           END-IF
           MOVE RD-PROGRAM(WS-RD-SUB) TO CVD-PROGRAM
           PERFORM FORMAT-ENTRY-STATUS
           MOVE WS-SHOW-STATUS TO CVD-STATUS
           MOVE EN-DETAIL(WS-RD-SUB) TO CVD-DETAIL
           IF EN-DETAIL(WS-RD-SUB) > 0
               MOVE 'INCLUDED' TO CVD-CONTENTS
               ADD 1 TO WS-BND-WITH-DETAIL
           ELSE
               MOVE 'NO EXCEPTIONS' TO CVD-CONTENTS
           END-IF
           MOVE WS-CVR-DETAIL TO WS-BND-LINE
           PERFORM WRITE-BUNDLE-LINE.

      * A REPORT WITH DETAIL IS COPIED WHOLE (OR ITS SECTION IS); ONE
      * WITH NOTHING BUT ITS HEADINGS AND SUMMARY GETS ITS BANNER AND
      * A NO EXCEPTIONS LINE IN PLACE OF THE EMPTY PRINT
       COPY-ENTRY-TO-BUNDLE.
           ADD 1 TO WS-ITEM-CNT
           MOVE RD-REPORT-DD(WS-RD-SUB) TO BAN-REPORT
           MOVE RD-SECTION(WS-RD-SUB)   TO BAN-SECTION
           MOVE RD-PROGRAM(WS-RD-SUB)   TO BAN-PROGRAM
           PERFORM FORMAT-ENTRY-STATUS
           MOVE WS-SHOW-STATUS TO BAN-STATUS
           MOVE WS-RPT-BANNER TO WS-BND-LINE
           PERFORM WRITE-BUNDLE-PAGE-LINE
           MOVE SPACES TO WS-BND-LINE
           PERFORM WRITE-BUNDLE-LINE
           IF EN-DETAIL(WS-RD-SUB) = 0
               MOVE WS-NO-EXCP-LINE TO WS-BND-LINE
               PERFORM WRITE-BUNDLE-LINE
           ELSE
               PERFORM OPEN-SECTION
               PERFORM READ-SECTION-LINE
               PERFORM UNTIL WS-NO-MORE-RECS
                   MOVE WS-RPT-LINE TO WS-BND-LINE
                   PERFORM WRITE-BUNDLE-LINE
                   PERFORM READ-SECTION-LINE
               END-PERFORM
               PERFORM CLOSE-REPORT-FILE
           END-IF.

       FORMAT-ENTRY-STATUS.
           EVALUATE EN-STATUS(WS-RD-SUB)
               WHEN SPACES
                   MOVE 'NOT RUN' TO WS-SHOW-STATUS
               WHEN 'NOLG'
                   MOVE 'NO LOG' TO WS-SHOW-STATUS
               WHEN OTHER
                   MOVE EN-STATUS(WS-RD-SUB) TO WS-SHOW-STATUS
           END-EVALUATE.

       OPEN-BUNDLE-FILE.
           EVALUATE WS-RG-SUB
               WHEN 1
                   OPEN OUTPUT BUNDLE-1
               WHEN 2
                   OPEN OUTPUT BUNDLE-2
               WHEN 3
                   OPEN OUTPUT BUNDLE-3
               WHEN 4
                   OPEN OUTPUT BUNDLE-4
               WHEN 5
                   OPEN OUTPUT BUNDLE-5
           END-EVALUATE.

       CLOSE-BUNDLE-FILE.
           EVALUATE WS-RG-SUB
               WHEN 1
                   CLOSE BUNDLE-1
               WHEN 2
                   CLOSE BUNDLE-2
               WHEN 3
                   CLOSE BUNDLE-3
               WHEN 4
                   CLOSE BUNDLE-4
               WHEN 5
                   CLOSE BUNDLE-5
           END-EVALUATE.

       WRITE-BUNDLE-LINE.
           EVALUATE WS-RG-SUB
               WHEN 1
                   WRITE BUNDLE-1-LINE FROM WS-BND-LINE
               WHEN 2
                   WRITE BUNDLE-2-LINE FROM WS-BND-LINE
               WHEN 3
                   WRITE BUNDLE-3-LINE FROM WS-BND-LINE
               WHEN 4
                   WRITE BUNDLE-4-LINE FROM WS-BND-LINE
               WHEN 5
                   WRITE BUNDLE-5-LINE FROM WS-BND-LINE
           END-EVALUATE.

       WRITE-BUNDLE-PAGE-LINE.
           EVALUATE WS-RG-SUB
               WHEN 1
                   WRITE BUNDLE-1-LINE FROM WS-BND-LINE
                       AFTER ADVANCING PAGE
               WHEN 2
                   WRITE BUNDLE-2-LINE FROM WS-BND-LINE
                       AFTER ADVANCING PAGE
               WHEN 3
                   WRITE BUNDLE-3-LINE FROM WS-BND-LINE
                       AFTER ADVANCING PAGE
               WHEN 4
                   WRITE BUNDLE-4-LINE FROM WS-BND-LINE
                       AFTER ADVANCING PAGE
               WHEN 5
                   WRITE BUNDLE-5-LINE FROM WS-BND-LINE
                       AFTER ADVANCING PAGE
           END-EVALUATE.

       WRITE-BATCH-LOG-ENTRY.
           MOVE 'RPTDIST' TO BL-PROGRAM
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           IF WS-PROBLEM-CNT > 0
               MOVE 'WARN' TO BL-STATUS
           ELSE
               MOVE 'DONE' TO BL-STATUS
           END-IF
           MOVE WS-BUNDLE-CNT  TO BLD-BUNDLES
           MOVE WS-ITEM-CNT    TO BLD-ITEMS
           MOVE WS-PROBLEM-CNT TO BLD-PROBLEMS
           MOVE WS-BL-DETAIL TO BL-DETAIL
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.

      * ONE 'STRT' ENTRY AT JOB ENTRY, PAIRED BY BATCHWIN WITH THE
      * COMPLETION ENTRY ABOVE
       WRITE-BATCH-START-ENTRY.
           MOVE 'RPTDIST ' TO BL-PROGRAM
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           MOVE 'STRT' TO BL-STATUS
           MOVE SPACES TO BL-DETAIL
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.
