      ***************************************************************
      * Author.  Maintenance team, following the PICSIZE/PICPROF
      *          style
      * Remarks. Record-layout map and writer/reader width checker.
      *          Three times now a record has been widened or shifted
      *          on one side of a file and not the other - the
      *          SOACALL audit line (RPI 2043), the GUI6EXTR extract
      *          (RPI 2142) and the TD-queue extract records (RPI
      *          2144) - and each time the reader went on running
      *          cleanly against fields that had slid under it, until
      *          someone noticed a report full of garbage. This reads
      *          the copybook and program source members off the
      *          LAYSRC library (IEBUPDTE unload form - each member
      *          behind its './ ADD NAME=member' card), works out
      *          every field's offset and length in a named 01-level
      *          (PIC, USAGE, OCCURS, REDEFINES and SIGN SEPARATE are
      *          all sized), prints the offset/length map to LAYMAPRP,
      *          and for each writer/reader pair compares the record
      *          length and the offset and length of each elementary
      *          field in turn. The pairs come from the LAYCTL control
      *          cards; when LAYCTL is missing or empty the standard
      *          pair table in LAYPAIRS.CPY is checked. Any mismatch
      *          is logged FAIL to BATCHLOG so it shows on BATCHWIN
      *          the night it is introduced, not the night it
      *          corrupts a file.
      *
      *          LAYCTL card layout (80 columns):
      *            col  1     'P' compare a pair, 'M' map only,
      *                       '*' or blank is a comment
      *            col  3-10  file/queue name the pair describes
      *            col 12-19  writer member (map member for 'M')
      *            col 21-44  writer 01-level (blank = first 01 in
      *                       the member; for 'M', every 01)
      *            col 46-53  reader member
      *            col 55-78  reader 01-level (blank = first 01)
      *
      *          A layout that pulls in another copybook with COPY is
      *          mapped up to the COPY and reported as not verified -
      *          name the copybook member itself on the card instead.
      ***************************************************************
      * 10/15/26 RPI 2259 INITIAL CODING
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAYMAP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CTL-FILE ASSIGN TO 'LAYCTL'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT SRC-LIB ASSIGN TO 'LAYSRC'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT LAY-RPT ASSIGN TO 'LAYMAPRP'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BATCH-LOG-FILE ASSIGN TO 'BATCHLOG'
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       01  CTL-REC                  PIC X(80).
       FD  SRC-LIB.
       01  SRC-LINE                 PIC X(80).
       FD  LAY-RPT.
       01  RPT-LINE                 PIC X(110).
       FD  BATCH-LOG-FILE.
       01  BL-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       COPY BATCHLOG.
       COPY LAYPAIRS.
       01  WS-CTL-EOF-SW            PIC X VALUE 'N'.
           88  WS-NO-MORE-CARDS          VALUE 'Y'.
       01  WS-SRC-EOF-SW            PIC X VALUE 'N'.
           88  WS-NO-MORE-SRC            VALUE 'Y'.
       01  WS-CARD-CNT              PIC 9(3) VALUE 0.
       01  WS-STD-SUB               PIC 9(3) VALUE 0.

      * ONE CONTROL CARD - FROM LAYCTL OR FROM THE STANDARD TABLE
       01  WS-CTL-CARD.
           02  CC-TYPE              PIC X.
               88  CC-PAIR               VALUE 'P'.
               88  CC-MAP                VALUE 'M'.
               88  CC-COMMENT            VALUE '*' ' '.
           02  FILLER               PIC X.
           02  CC-FILE-NAME         PIC X(8).
           02  FILLER               PIC X.
           02  CC-WRITER-MEMBER     PIC X(8).
           02  FILLER               PIC X.
           02  CC-WRITER-REC        PIC X(24).
           02  FILLER               PIC X.
           02  CC-READER-MEMBER     PIC X(8).
           02  FILLER               PIC X.
           02  CC-READER-REC        PIC X(24).
           02  FILLER               PIC X(2).

      * THE TWO LAYOUTS OF A PAIR - SIDE 1 IS THE WRITER (OR THE
      * MAPPED MEMBER), SIDE 2 THE READER. OFFSETS ARE HELD 0-BASED
      * AND PRINTED 1-BASED.
       01  WS-SIDE                  PIC 9 VALUE 1.
       01  WS-LAYOUT-TBL.
           02  WS-LAYOUT OCCURS 2 TIMES.
               04  LAY-MEMBER       PIC X(8).
               04  LAY-RECORD       PIC X(30).
               04  LAY-STATUS       PIC X.
                   88  LAY-NO-MEMBER     VALUE 'M'.
                   88  LAY-NO-RECORD     VALUE 'N'.
                   88  LAY-FOUND         VALUE 'F'.
               04  LAY-COPY-SW      PIC X.
                   88  LAY-HAS-COPY      VALUE 'Y'.
               04  LAY-COPY-NAME    PIC X(8).
               04  LAY-TRUNC-SW     PIC X.
                   88  LAY-TRUNCATED     VALUE 'Y'.
               04  LAY-REC-LEN      PIC 9(5).
               04  LAY-FLD-CNT      PIC 9(3).
               04  LAY-FIELD OCCURS 300 TIMES.
                   06  LF-LEVEL     PIC 9(2).
                   06  LF-NAME      PIC X(30).
                   06  LF-OFFSET    PIC 9(5).
                   06  LF-LENGTH    PIC 9(5).
                   06  LF-OCCURS    PIC 9(4).
                   06  LF-PIC       PIC X(20).
                   06  LF-USAGE     PIC X(7).
                   06  LF-ELEM-SW   PIC X.
                       88  LF-ELEMENTARY VALUE 'Y'.
                   06  LF-REDEF-SW  PIC X.
                       88  LF-IN-REDEFINES VALUE 'Y'.

      * MEMBER SCAN STATE
       01  WS-TARGET-MEMBER         PIC X(8).
       01  WS-TARGET-REC            PIC X(30).
       01  WS-HDR-WORK              PIC X(80).
       01  WS-HDR-MEMBER            PIC X(8).
       01  WS-IN-MEMBER-SW          PIC X VALUE 'N'.
           88  WS-IN-MEMBER              VALUE 'Y'.
       01  WS-MAP-ALL-SW            PIC X VALUE 'N'.
           88  WS-MAP-ALL                VALUE 'Y'.
       01  WS-SCAN-STATE            PIC X VALUE 'S'.
           88  WS-SEEKING                VALUE 'S'.
           88  WS-IN-LAYOUT              VALUE 'A'.
           88  WS-LAYOUT-DONE            VALUE 'D'.

      * SOURCE TOKENIZER - COLUMNS 8-72, SEPARATOR PERIOD ENDS AN
      * ENTRY, LITERALS KEPT WHOLE ACROSS CONTINUATION LINES
       01  WS-LINE-UC               PIC X(80).
       01  WS-COL                   PIC 9(2).
       01  WS-SCAN-FROM             PIC 9(2).
       01  WS-CH                    PIC X.
       01  WS-NEXT-CH               PIC X.
       01  WS-QUOTE-SW              PIC X VALUE 'N'.
           88  WS-IN-QUOTE               VALUE 'Y'.
       01  WS-QUOTE-CHAR            PIC X.
       01  WS-CUR-TOK               PIC X(30).
       01  WS-CUR-LEN               PIC 9(2) VALUE 0.
       01  WS-TOK-CNT               PIC 9(2) VALUE 0.
       01  WS-TOK-SUB               PIC 9(2).
       01  WS-TOK-TBL.
           02  WS-TOK OCCURS 60 TIMES PIC X(30).
       01  WS-T1                    PIC X(30).

      * ONE DATA DESCRIPTION ENTRY
       01  WS-LEVEL                 PIC 9(2).
       01  WS-NAME                  PIC X(30).
       01  WS-CLAUSE-START          PIC 9(2).
       01  WS-PIC-STR               PIC X(30).
       01  WS-REDEF-NAME            PIC X(30).
       01  WS-OCCURS                PIC 9(4).
       01  WS-USAGE                 PIC X(7).
       01  WS-SIGN-SEP-SW           PIC X.
       01  WS-ELEM-SW               PIC X.
       01  WS-ELEM-SIZE             PIC 9(5).
       01  WS-OWN-REDEF-SW          PIC X.
       01  WS-ITEM-REDEF-SW         PIC X.

      * PICTURE SIZING
       01  WS-PIC-SUB               PIC 9(2).
       01  WS-PIC-CH                PIC X.
       01  WS-PIC-DIGIT             PIC 9.
       01  WS-PIC-CHARS             PIC 9(5).
       01  WS-PIC-DIGITS            PIC 9(3).
       01  WS-PIC-SIGN-SW           PIC X.
       01  WS-PIC-LAST-SW           PIC X.
           88  WS-LAST-IS-CHAR           VALUE 'X'.
           88  WS-LAST-IS-DIGIT          VALUE '9'.
           88  WS-LAST-IS-SCALE          VALUE 'P'.
       01  WS-REP-NUM               PIC 9(5).

      * OFFSET ACCUMULATION - ONE STACK ENTRY PER OPEN GROUP LEVEL
       01  WS-CUR-OFFSET            PIC 9(5).
       01  WS-ITEM-START            PIC 9(5).
       01  WS-GROUP-SIZE            PIC 9(5).
       01  WS-FLD                   PIC 9(3).
       01  WS-FIND-SUB              PIC 9(3).
       01  WS-STK-TOP               PIC 9(2) VALUE 0.
       01  WS-STACK.
           02  WS-STK-ENTRY OCCURS 50 TIMES.
               04  STK-LEVEL        PIC 9(2).
               04  STK-FLD          PIC 9(3).
               04  STK-START        PIC 9(5).
               04  STK-OCCURS       PIC 9(4).
               04  STK-USAGE        PIC X(7).
               04  STK-REDEF-SW     PIC X.
               04  STK-OWN-REDEF-SW PIC X.
               04  STK-RESUME       PIC 9(5).

      * PAIR COMPARISON
       01  WS-W-SUB                 PIC 9(3).
       01  WS-R-SUB                 PIC 9(3).
       01  WS-W-CMP-CNT             PIC 9(3).
       01  WS-R-CMP-CNT             PIC 9(3).
       01  WS-CMP-SEQ               PIC 9(3).
       01  WS-FIELD-BAD-CNT         PIC 9(3).
       01  WS-W-TOTAL               PIC 9(5).
       01  WS-R-TOTAL               PIC 9(5).
       01  WS-PAIR-BAD-SW           PIC X.
           88  WS-PAIR-BAD               VALUE 'Y'.

       01  WS-PAIR-CNT              PIC 9(3) VALUE 0.
       01  WS-MATCH-CNT             PIC 9(3) VALUE 0.
       01  WS-MISMATCH-CNT          PIC 9(3) VALUE 0.
       01  WS-UNVERIFIED-CNT        PIC 9(3) VALUE 0.
       01  WS-MAP-CNT               PIC 9(3) VALUE 0.
       01  WS-IGNORED-CNT           PIC 9(3) VALUE 0.

       01  WS-RUN-DATE.
           02  WS-RUN-YYYY          PIC 9(4).
           02  WS-RUN-MM            PIC 9(2).
           02  WS-RUN-DD            PIC 9(2).

       01  WS-HDG-1.
           02  FILLER       PIC X(43) VALUE
               'RECORD LAYOUT MAP AND WRITER/READER CHECK  '.
           02  FILLER       PIC X(9)  VALUE 'RUN DATE '.
           02  HDG-MM       PIC 9(2).
           02  FILLER       PIC X     VALUE '/'.
           02  HDG-DD       PIC 9(2).
           02  FILLER       PIC X     VALUE '/'.
           02  HDG-YYYY     PIC 9(4).
       01  WS-PAIR-LINE.
           02  FILLER       PIC X(5)  VALUE 'PAIR '.
           02  PRL-FILE     PIC X(8).
           02  FILLER       PIC X(9)  VALUE '  WRITER '.
           02  PRL-W-MEMBER PIC X(8).
           02  FILLER       PIC X     VALUE SPACE.
           02  PRL-W-REC    PIC X(24).
           02  FILLER       PIC X(9)  VALUE '  READER '.
           02  PRL-R-MEMBER PIC X(8).
           02  FILLER       PIC X     VALUE SPACE.
           02  PRL-R-REC    PIC X(24).
       01  WS-LAYOUT-LINE.
           02  FILLER       PIC X(9)  VALUE '  LAYOUT '.
           02  LYL-MEMBER   PIC X(8).
           02  FILLER       PIC X     VALUE SPACE.
           02  LYL-RECORD   PIC X(30).
           02  FILLER       PIC X(8)  VALUE '  LENGTH'.
           02  LYL-LENGTH   PIC ZZZZ9.
           02  FILLER       PIC X(8)  VALUE '  FIELDS'.
           02  LYL-FIELDS   PIC ZZ9.
       01  WS-MAP-HDG.
           02  FILLER       PIC X(38) VALUE '    LV NAME'.
           02  FILLER       PIC X(22) VALUE
               'OFFSET LENGTH  OCCURS '.
           02  FILLER       PIC X(20) VALUE 'PICTURE'.
           02  FILLER       PIC X(7)  VALUE 'USAGE'.
       01  WS-MAP-LINE.
           02  FILLER       PIC X(4)  VALUE SPACES.
           02  MPL-LEVEL    PIC 99.
           02  FILLER       PIC X     VALUE SPACE.
           02  MPL-NAME     PIC X(30).
           02  FILLER       PIC X     VALUE SPACE.
           02  MPL-OFFSET   PIC ZZZZZ9.
           02  FILLER       PIC X     VALUE SPACE.
           02  MPL-LENGTH   PIC ZZZZZ9.
           02  FILLER       PIC X     VALUE SPACE.
           02  MPL-OCCURS   PIC ZZZZZZ9.
           02  FILLER       PIC X     VALUE SPACE.
           02  MPL-PIC      PIC X(20).
           02  MPL-USAGE    PIC X(7).
           02  FILLER       PIC X     VALUE SPACE.
           02  MPL-REDEF    PIC X(9).
       01  WS-FLD-DIFF-LINE.
           02  FILLER       PIC X(8)  VALUE '  FIELD '.
           02  FDL-SEQ      PIC ZZ9.
           02  FILLER       PIC X(2)  VALUE SPACES.
           02  FDL-W-NAME   PIC X(30).
           02  FDL-W-OFF    PIC ZZZZ9.
           02  FILLER       PIC X     VALUE '/'.
           02  FDL-W-LEN    PIC ZZZZ9.
           02  FILLER       PIC X(4)  VALUE ' VS '.
           02  FDL-R-NAME   PIC X(30).
           02  FDL-R-OFF    PIC ZZZZ9.
           02  FILLER       PIC X     VALUE '/'.
           02  FDL-R-LEN    PIC ZZZZ9.
       01  WS-LEN-DIFF-LINE.
           02  FILLER       PIC X(33) VALUE
               '  MISMATCH - WRITER LENGTH      '.
           02  LDL-W-LEN    PIC ZZZZ9.
           02  FILLER       PIC X(16) VALUE ', READER LENGTH '.
           02  LDL-R-LEN    PIC ZZZZ9.
       01  WS-MATCH-LINE.
           02  FILLER       PIC X(31) VALUE
               '  RESULT: MATCH - RECORD LENGTH'.
           02  MTL-LEN      PIC ZZZZ9.
           02  FILLER       PIC X(2)  VALUE ', '.
           02  MTL-FIELDS   PIC ZZ9.
           02  FILLER       PIC X(38) VALUE
               ' READER FIELDS CHECKED AGAINST WRITER'.
       01  WS-SUMMARY-LINE.
           02  FILLER       PIC X(6)  VALUE 'PAIRS='.
           02  SUM-PAIRS    PIC ZZ9.
           02  FILLER       PIC X(10) VALUE '  MATCHED='.
           02  SUM-MATCHED  PIC ZZ9.
           02  FILLER       PIC X(13) VALUE '  MISMATCHED='.
           02  SUM-MISMATCH PIC ZZ9.
           02  FILLER       PIC X(15) VALUE '  NOT VERIFIED='.
           02  SUM-UNVERIFY PIC ZZ9.
           02  FILLER       PIC X(7)  VALUE '  MAPS='.
           02  SUM-MAPS     PIC ZZ9.
           02  FILLER       PIC X(18) VALUE '  CARDS IGNORED='.
           02  SUM-IGNORED  PIC ZZ9.
       01  WS-BL-DETAIL.
           02  FILLER       PIC X(6)  VALUE 'PAIRS='.
           02  BLD-PAIRS    PIC ZZ9.
           02  FILLER       PIC X(10) VALUE ' MISMATCH='.
           02  BLD-MISMATCH PIC ZZ9.
           02  FILLER       PIC X(12) VALUE ' UNVERIFIED='.
           02  BLD-UNVERIFY PIC ZZ9.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM WRITE-BATCH-START-ENTRY
           MOVE WS-RUN-MM TO HDG-MM
           MOVE WS-RUN-DD TO HDG-DD
           MOVE WS-RUN-YYYY TO HDG-YYYY
           OPEN OUTPUT LAY-RPT
           MOVE WS-HDG-1 TO RPT-LINE
           WRITE RPT-LINE
           OPEN INPUT CTL-FILE
           PERFORM UNTIL WS-NO-MORE-CARDS
               READ CTL-FILE INTO WS-CTL-CARD
                   AT END SET WS-NO-MORE-CARDS TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CARD-CNT
                       PERFORM PROCESS-CONTROL-CARD
               END-READ
           END-PERFORM
           CLOSE CTL-FILE
           IF WS-CARD-CNT = 0
               DISPLAY 'LAYMAP: NO LAYCTL CARDS - CHECKING THE '
                   'STANDARD PAIR TABLE'
               PERFORM VARYING WS-STD-SUB FROM 1 BY 1
                       UNTIL WS-STD-SUB > LP-ENTRY-CNT
                   MOVE SPACES TO WS-CTL-CARD
                   MOVE LP-TYPE(WS-STD-SUB) TO CC-TYPE
                   MOVE LP-FILE-NAME(WS-STD-SUB) TO CC-FILE-NAME
                   MOVE LP-WRITER-MEMBER(WS-STD-SUB)
                       TO CC-WRITER-MEMBER
                   MOVE LP-WRITER-REC(WS-STD-SUB) TO CC-WRITER-REC
                   MOVE LP-READER-MEMBER(WS-STD-SUB)
                       TO CC-READER-MEMBER
                   MOVE LP-READER-REC(WS-STD-SUB) TO CC-READER-REC
                   PERFORM PROCESS-CONTROL-CARD
               END-PERFORM
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-PAIR-CNT TO SUM-PAIRS
           MOVE WS-MATCH-CNT TO SUM-MATCHED
           MOVE WS-MISMATCH-CNT TO SUM-MISMATCH
           MOVE WS-UNVERIFIED-CNT TO SUM-UNVERIFY
           MOVE WS-MAP-CNT TO SUM-MAPS
           MOVE WS-IGNORED-CNT TO SUM-IGNORED
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           CLOSE LAY-RPT
           PERFORM WRITE-BATCH-LOG-ENTRY
           DISPLAY 'LAYMAP PAIRS CHECKED: ' WS-PAIR-CNT
           DISPLAY 'LAYMAP MISMATCHED:    ' WS-MISMATCH-CNT
           DISPLAY 'LAYMAP NOT VERIFIED:  ' WS-UNVERIFIED-CNT
           STOP RUN.

       PROCESS-CONTROL-CARD.
           EVALUATE TRUE
               WHEN CC-COMMENT
                   CONTINUE
               WHEN CC-PAIR
                   PERFORM CHECK-ONE-PAIR
               WHEN CC-MAP
                   PERFORM MAP-ONE-MEMBER
               WHEN OTHER
                   ADD 1 TO WS-IGNORED-CNT
                   MOVE SPACES TO RPT-LINE
                   STRING 'CONTROL CARD IGNORED - TYPE MUST BE P OR '
                       'M: ' WS-CTL-CARD DELIMITED BY SIZE
                       INTO RPT-LINE
                   WRITE RPT-LINE
           END-EVALUATE.

      * 'M' CARD - MAP THE NAMED 01, OR EVERY 01 IN THE MEMBER WHEN
      * THE RECORD NAME IS LEFT BLANK
       MAP-ONE-MEMBER.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING 'MAP  ' CC-FILE-NAME '  MEMBER ' CC-WRITER-MEMBER
               DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE 1 TO WS-SIDE
           IF CC-WRITER-REC = SPACES
               MOVE 'Y' TO WS-MAP-ALL-SW
           ELSE
               MOVE 'N' TO WS-MAP-ALL-SW
           END-IF
           MOVE CC-WRITER-MEMBER TO WS-TARGET-MEMBER
           MOVE CC-WRITER-REC TO WS-TARGET-REC
           PERFORM LOAD-LAYOUT
           IF NOT WS-MAP-ALL OR NOT LAY-FOUND(1)
               PERFORM PRINT-LAYOUT-MAP
           END-IF
           MOVE 'N' TO WS-MAP-ALL-SW.

      * 'P' CARD - LOAD BOTH SIDES, PRINT BOTH MAPS, COMPARE
       CHECK-ONE-PAIR.
           ADD 1 TO WS-PAIR-CNT
           MOVE 'N' TO WS-MAP-ALL-SW
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE CC-FILE-NAME TO PRL-FILE
           MOVE CC-WRITER-MEMBER TO PRL-W-MEMBER
           MOVE CC-WRITER-REC TO PRL-W-REC
           MOVE CC-READER-MEMBER TO PRL-R-MEMBER
           MOVE CC-READER-REC TO PRL-R-REC
           MOVE WS-PAIR-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 1 TO WS-SIDE
           MOVE CC-WRITER-MEMBER TO WS-TARGET-MEMBER
           MOVE CC-WRITER-REC TO WS-TARGET-REC
           PERFORM LOAD-LAYOUT
           PERFORM PRINT-LAYOUT-MAP
           MOVE 2 TO WS-SIDE
           MOVE CC-READER-MEMBER TO WS-TARGET-MEMBER
           MOVE CC-READER-REC TO WS-TARGET-REC
           PERFORM LOAD-LAYOUT
           PERFORM PRINT-LAYOUT-MAP
           PERFORM COMPARE-LAYOUTS.

      * SCAN LAYSRC FOR THE TARGET MEMBER AND BUILD THE FIELD TABLE
      * FOR THE TARGET 01 ON THE CURRENT SIDE. LAYSRC IS REREAD FROM
      * THE TOP FOR EACH LAYOUT SO CARDS CAN NAME MEMBERS IN ANY
      * ORDER.
       LOAD-LAYOUT.
           MOVE WS-TARGET-MEMBER TO LAY-MEMBER(WS-SIDE)
           MOVE WS-TARGET-REC TO LAY-RECORD(WS-SIDE)
           MOVE 'M' TO LAY-STATUS(WS-SIDE)
           MOVE 'N' TO LAY-COPY-SW(WS-SIDE)
           MOVE SPACES TO LAY-COPY-NAME(WS-SIDE)
           MOVE 'N' TO LAY-TRUNC-SW(WS-SIDE)
           MOVE 0 TO LAY-REC-LEN(WS-SIDE)
           MOVE 0 TO LAY-FLD-CNT(WS-SIDE)
           SET WS-SEEKING TO TRUE
           MOVE 'N' TO WS-IN-MEMBER-SW
           MOVE 'N' TO WS-SRC-EOF-SW
           MOVE 'N' TO WS-QUOTE-SW
           MOVE 0 TO WS-TOK-CNT
           MOVE 0 TO WS-CUR-LEN
           MOVE SPACES TO WS-CUR-TOK
           OPEN INPUT SRC-LIB
           PERFORM READ-SOURCE-LINE
           PERFORM UNTIL WS-NO-MORE-SRC OR WS-LAYOUT-DONE
               IF SRC-LINE(1:3) = './ '
                   IF WS-IN-MEMBER
                       PERFORM END-OF-MEMBER
                   ELSE
                       PERFORM CHECK-MEMBER-HEADER
                   END-IF
               ELSE
                   IF WS-IN-MEMBER
                       PERFORM SCAN-SOURCE-LINE
                   END-IF
               END-IF
               PERFORM READ-SOURCE-LINE
           END-PERFORM
           IF WS-IN-MEMBER AND NOT WS-LAYOUT-DONE
               PERFORM END-OF-MEMBER
           END-IF
           CLOSE SRC-LIB.

       READ-SOURCE-LINE.
           READ SRC-LIB
               AT END SET WS-NO-MORE-SRC TO TRUE
           END-READ.

      * './ ADD NAME=member' OPENS A MEMBER
       CHECK-MEMBER-HEADER.
           MOVE SPACES TO WS-HDR-WORK
           MOVE SPACES TO WS-HDR-MEMBER
           MOVE FUNCTION UPPER-CASE(SRC-LINE) TO WS-LINE-UC
           UNSTRING WS-LINE-UC DELIMITED BY 'NAME='
               INTO WS-T1 WS-HDR-WORK
           END-UNSTRING
           UNSTRING WS-HDR-WORK DELIMITED BY ',' OR SPACE
               INTO WS-HDR-MEMBER
           END-UNSTRING
           IF WS-HDR-MEMBER = WS-TARGET-MEMBER
               MOVE 'Y' TO WS-IN-MEMBER-SW
               MOVE 'N' TO LAY-STATUS(WS-SIDE)
           END-IF.

      * THE MEMBER ENDED - FLUSH ANY ENTRY LEFT WITHOUT ITS PERIOD
      * AND CLOSE OFF AN OPEN LAYOUT
       END-OF-MEMBER.
           MOVE 'N' TO WS-QUOTE-SW
           PERFORM FINISH-TOKEN
           IF WS-TOK-CNT > 0
               PERFORM PROCESS-ENTRY
           END-IF
           IF WS-IN-LAYOUT
               PERFORM FINISH-LAYOUT
           END-IF
           SET WS-LAYOUT-DONE TO TRUE
           MOVE 'N' TO WS-IN-MEMBER-SW.

      * TOKENIZE COLUMNS 8-72 OF ONE SOURCE LINE. COMMENT AND DEBUG
      * LINES ARE SKIPPED; A CONTINUATION LINE PICKS AN OPEN LITERAL
      * UP AFTER ITS CONTINUING QUOTE.
       SCAN-SOURCE-LINE.
           MOVE FUNCTION UPPER-CASE(SRC-LINE) TO WS-LINE-UC
           MOVE 8 TO WS-SCAN-FROM
           EVALUATE WS-LINE-UC(7:1)
               WHEN '*'
               WHEN '/'
               WHEN 'D'
                   MOVE 73 TO WS-SCAN-FROM
               WHEN '-'
                   MOVE 12 TO WS-SCAN-FROM
                   IF WS-IN-QUOTE
                       PERFORM VARYING WS-COL FROM 12 BY 1
                               UNTIL WS-COL > 72
                               OR WS-LINE-UC(WS-COL:1) = WS-QUOTE-CHAR
                           CONTINUE
                       END-PERFORM
                       COMPUTE WS-SCAN-FROM = WS-COL + 1
                   END-IF
           END-EVALUATE
           PERFORM VARYING WS-COL FROM WS-SCAN-FROM BY 1
                   UNTIL WS-COL > 72 OR WS-LAYOUT-DONE
               PERFORM SCAN-ONE-CHAR
           END-PERFORM
           IF NOT WS-IN-QUOTE
               PERFORM FINISH-TOKEN
           END-IF.

       SCAN-ONE-CHAR.
           MOVE WS-LINE-UC(WS-COL:1) TO WS-CH
           IF WS-COL < 72
               MOVE WS-LINE-UC(WS-COL + 1:1) TO WS-NEXT-CH
           ELSE
               MOVE SPACE TO WS-NEXT-CH
           END-IF
           IF WS-IN-QUOTE
               PERFORM APPEND-CHAR
               IF WS-CH = WS-QUOTE-CHAR
                   MOVE 'N' TO WS-QUOTE-SW
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN WS-CH = SPACE
                       PERFORM FINISH-TOKEN
                   WHEN WS-CH = '.' AND WS-NEXT-CH = SPACE
                       PERFORM FINISH-TOKEN
                       PERFORM PROCESS-ENTRY
                   WHEN (WS-CH = ',' OR ';') AND WS-NEXT-CH = SPACE
                       PERFORM FINISH-TOKEN
                   WHEN WS-CH = '"' OR "'"
                       MOVE 'Y' TO WS-QUOTE-SW
                       MOVE WS-CH TO WS-QUOTE-CHAR
                       PERFORM APPEND-CHAR
                   WHEN OTHER
                       PERFORM APPEND-CHAR
               END-EVALUATE
           END-IF.

      * TOKENS ARE KEPT TO 30 BYTES - ONLY DATA NAMES, PICTURES AND
      * NUMBERS ARE EVER LOOKED AT, NEVER THE TEXT OF A LITERAL
       APPEND-CHAR.
           IF WS-CUR-LEN < 30
               ADD 1 TO WS-CUR-LEN
               MOVE WS-CH TO WS-CUR-TOK(WS-CUR-LEN:1)
           END-IF.

       FINISH-TOKEN.
           IF WS-CUR-LEN > 0
               IF WS-TOK-CNT < 60
                   ADD 1 TO WS-TOK-CNT
                   MOVE WS-CUR-TOK TO WS-TOK(WS-TOK-CNT)
               END-IF
               MOVE SPACES TO WS-CUR-TOK
               MOVE 0 TO WS-CUR-LEN
           END-IF.

      * ONE COMPLETE SOURCE ENTRY (UP TO ITS SEPARATOR PERIOD). A
      * LEVEL NUMBER STARTS A DATA DESCRIPTION; COPY INSIDE A LAYOUT
      * IS NOTED; AN FD/SD, SECTION HEADER OR PROCEDURE DIVISION
      * ENDS THE LAYOUT.
       PROCESS-ENTRY.
           IF WS-TOK-CNT > 0
               MOVE WS-TOK(1) TO WS-T1
               EVALUATE TRUE
                   WHEN WS-T1 = 'PROCEDURE'
                       IF WS-IN-LAYOUT
                           PERFORM FINISH-LAYOUT
                       END-IF
                       SET WS-LAYOUT-DONE TO TRUE
                   WHEN WS-T1(1:1) IS NUMERIC
                           AND (WS-T1(2:1) = SPACE
                           OR (WS-T1(2:1) IS NUMERIC
                           AND WS-T1(3:1) = SPACE))
                       PERFORM PROCESS-LEVEL-ENTRY
                   WHEN NOT WS-IN-LAYOUT
                       CONTINUE
                   WHEN WS-T1 = 'COPY'
                       IF NOT LAY-HAS-COPY(WS-SIDE)
                           MOVE 'Y' TO LAY-COPY-SW(WS-SIDE)
                           MOVE WS-TOK(2) TO LAY-COPY-NAME(WS-SIDE)
                       END-IF
                   WHEN WS-T1 = 'EJECT' OR 'SKIP1' OR 'SKIP2'
                           OR 'SKIP3'
                       CONTINUE
                   WHEN OTHER
                       PERFORM FINISH-LAYOUT
               END-EVALUATE
           END-IF
           MOVE 0 TO WS-TOK-CNT.

       PROCESS-LEVEL-ENTRY.
           COMPUTE WS-LEVEL = FUNCTION NUMVAL(WS-T1(1:2))
           EVALUATE WS-TOK(2)
               WHEN SPACES
               WHEN 'PIC'
               WHEN 'PICTURE'
               WHEN 'REDEFINES'
               WHEN 'OCCURS'
               WHEN 'VALUE'
               WHEN 'USAGE'
                   MOVE 'FILLER' TO WS-NAME
                   MOVE 2 TO WS-CLAUSE-START
               WHEN OTHER
                   MOVE WS-TOK(2) TO WS-NAME
                   MOVE 3 TO WS-CLAUSE-START
           END-EVALUATE
           EVALUATE TRUE
               WHEN WS-SEEKING
                   IF (WS-LEVEL = 1 OR WS-LEVEL = 77)
                       AND (WS-TARGET-REC = SPACES
                       OR WS-NAME = WS-TARGET-REC)
                       PERFORM START-LAYOUT
                       PERFORM ADD-FIELD-ENTRY
                   END-IF
               WHEN WS-IN-LAYOUT
                   IF WS-LEVEL = 1 OR WS-LEVEL = 77
                       PERFORM FINISH-LAYOUT
                       IF WS-MAP-ALL
                           PERFORM START-LAYOUT
                           PERFORM ADD-FIELD-ENTRY
                       END-IF
                   ELSE
                       IF WS-LEVEL NOT = 88 AND WS-LEVEL NOT = 66
                           PERFORM ADD-FIELD-ENTRY
                       END-IF
                   END-IF
           END-EVALUATE.

       START-LAYOUT.
           SET WS-IN-LAYOUT TO TRUE
           MOVE WS-NAME TO LAY-RECORD(WS-SIDE)
           MOVE 'N' TO LAY-COPY-SW(WS-SIDE)
           MOVE SPACES TO LAY-COPY-NAME(WS-SIDE)
           MOVE 'N' TO LAY-TRUNC-SW(WS-SIDE)
           MOVE 0 TO LAY-FLD-CNT(WS-SIDE)
           MOVE 0 TO WS-STK-TOP
           MOVE 0 TO WS-CUR-OFFSET.

      * CLOSE EVERY OPEN GROUP - THE OFFSET LEFT OVER IS THE RECORD
      * LENGTH. IN MAP-ALL MODE THE MAP IS PRINTED HERE AND THE SCAN
      * GOES ON LOOKING FOR THE NEXT 01.
       FINISH-LAYOUT.
           PERFORM POP-STACK UNTIL WS-STK-TOP = 0
           MOVE WS-CUR-OFFSET TO LAY-REC-LEN(WS-SIDE)
           MOVE 'F' TO LAY-STATUS(WS-SIDE)
           IF WS-MAP-ALL
               PERFORM PRINT-LAYOUT-MAP
               SET WS-SEEKING TO TRUE
           ELSE
               SET WS-LAYOUT-DONE TO TRUE
           END-IF.

      * SIZE AND PLACE ONE DATA DESCRIPTION ENTRY. GROUPS STILL OPEN
      * AT THIS LEVEL OR DEEPER ARE CLOSED FIRST; A REDEFINES STARTS
      * AT THE REDEFINED ITEM AND PUTS THE OFFSET BACK WHEN IT CLOSES.
       ADD-FIELD-ENTRY.
           MOVE SPACES TO WS-PIC-STR
           MOVE SPACES TO WS-REDEF-NAME
           MOVE SPACES TO WS-USAGE
           MOVE 1 TO WS-OCCURS
           MOVE 'N' TO WS-SIGN-SEP-SW
           PERFORM VARYING WS-TOK-SUB FROM WS-CLAUSE-START BY 1
                   UNTIL WS-TOK-SUB > WS-TOK-CNT
               PERFORM PARSE-ONE-CLAUSE
           END-PERFORM
           PERFORM POP-STACK UNTIL WS-STK-TOP = 0
               OR STK-LEVEL(WS-STK-TOP) < WS-LEVEL
           IF WS-STK-TOP = 0
               MOVE SPACES TO WS-REDEF-NAME
               MOVE 1 TO WS-OCCURS
           END-IF
           IF WS-USAGE = SPACES
               IF WS-STK-TOP > 0
                   MOVE STK-USAGE(WS-STK-TOP) TO WS-USAGE
               ELSE
                   MOVE 'DISPLAY' TO WS-USAGE
               END-IF
           END-IF
           MOVE WS-CUR-OFFSET TO WS-ITEM-START
           MOVE 'N' TO WS-OWN-REDEF-SW
           IF WS-REDEF-NAME NOT = SPACES
               PERFORM FIND-REDEFINED-ITEM
           END-IF
           MOVE WS-OWN-REDEF-SW TO WS-ITEM-REDEF-SW
           IF WS-STK-TOP > 0
               IF STK-REDEF-SW(WS-STK-TOP) = 'Y'
                   MOVE 'Y' TO WS-ITEM-REDEF-SW
               END-IF
           END-IF
           IF WS-PIC-STR NOT = SPACES
               OR WS-USAGE = 'COMP-1' OR 'COMP-2' OR 'INDEX'
               MOVE 'Y' TO WS-ELEM-SW
               PERFORM COMPUTE-ELEM-SIZE
           ELSE
               MOVE 'N' TO WS-ELEM-SW
               MOVE 0 TO WS-ELEM-SIZE
           END-IF
           IF LAY-FLD-CNT(WS-SIDE) < 300
               ADD 1 TO LAY-FLD-CNT(WS-SIDE)
               MOVE LAY-FLD-CNT(WS-SIDE) TO WS-FLD
               MOVE WS-LEVEL TO LF-LEVEL(WS-SIDE, WS-FLD)
               MOVE WS-NAME TO LF-NAME(WS-SIDE, WS-FLD)
               MOVE WS-ITEM-START TO LF-OFFSET(WS-SIDE, WS-FLD)
               MOVE WS-ELEM-SIZE TO LF-LENGTH(WS-SIDE, WS-FLD)
               MOVE WS-OCCURS TO LF-OCCURS(WS-SIDE, WS-FLD)
               MOVE WS-PIC-STR TO LF-PIC(WS-SIDE, WS-FLD)
               MOVE WS-USAGE TO LF-USAGE(WS-SIDE, WS-FLD)
               MOVE WS-ELEM-SW TO LF-ELEM-SW(WS-SIDE, WS-FLD)
               MOVE WS-ITEM-REDEF-SW TO LF-REDEF-SW(WS-SIDE, WS-FLD)
           ELSE
               MOVE 'Y' TO LAY-TRUNC-SW(WS-SIDE)
               MOVE 0 TO WS-FLD
           END-IF
           IF WS-STK-TOP < 50
               ADD 1 TO WS-STK-TOP
               MOVE WS-LEVEL TO STK-LEVEL(WS-STK-TOP)
               MOVE WS-FLD TO STK-FLD(WS-STK-TOP)
               MOVE WS-ITEM-START TO STK-START(WS-STK-TOP)
               MOVE WS-OCCURS TO STK-OCCURS(WS-STK-TOP)
               MOVE WS-USAGE TO STK-USAGE(WS-STK-TOP)
               MOVE WS-ITEM-REDEF-SW TO STK-REDEF-SW(WS-STK-TOP)
               MOVE WS-OWN-REDEF-SW TO STK-OWN-REDEF-SW(WS-STK-TOP)
               MOVE WS-CUR-OFFSET TO STK-RESUME(WS-STK-TOP)
           END-IF
           COMPUTE WS-CUR-OFFSET = WS-ITEM-START + WS-ELEM-SIZE.

       PARSE-ONE-CLAUSE.
           EVALUATE WS-TOK(WS-TOK-SUB)
               WHEN 'PIC'
               WHEN 'PICTURE'
                   ADD 1 TO WS-TOK-SUB
                   IF WS-TOK(WS-TOK-SUB) = 'IS'
                       ADD 1 TO WS-TOK-SUB
                   END-IF
                   MOVE WS-TOK(WS-TOK-SUB) TO WS-PIC-STR
               WHEN 'REDEFINES'
                   ADD 1 TO WS-TOK-SUB
                   MOVE WS-TOK(WS-TOK-SUB) TO WS-REDEF-NAME
               WHEN 'OCCURS'
                   ADD 1 TO WS-TOK-SUB
                   IF WS-TOK(WS-TOK-SUB)(1:1) IS NUMERIC
                       COMPUTE WS-OCCURS =
                           FUNCTION NUMVAL(WS-TOK(WS-TOK-SUB))
                   END-IF
                   IF WS-TOK-SUB < WS-TOK-CNT
                       IF WS-TOK(WS-TOK-SUB + 1) = 'TO'
                           ADD 2 TO WS-TOK-SUB
                           IF WS-TOK(WS-TOK-SUB)(1:1) IS NUMERIC
                               COMPUTE WS-OCCURS =
                                   FUNCTION NUMVAL(WS-TOK(WS-TOK-SUB))
                           END-IF
                       END-IF
                   END-IF
               WHEN 'VALUE'
               WHEN 'VALUES'
                   ADD 1 TO WS-TOK-SUB
                   IF WS-TOK(WS-TOK-SUB) = 'IS' OR 'ARE' OR 'ALL'
                       ADD 1 TO WS-TOK-SUB
                   END-IF
               WHEN 'COMP'
               WHEN 'COMP-4'
               WHEN 'COMP-5'
               WHEN 'BINARY'
               WHEN 'COMPUTATIONAL'
               WHEN 'COMPUTATIONAL-4'
               WHEN 'COMPUTATIONAL-5'
                   MOVE 'BINARY' TO WS-USAGE
               WHEN 'COMP-3'
               WHEN 'PACKED-DECIMAL'
               WHEN 'COMPUTATIONAL-3'
                   MOVE 'PACKED' TO WS-USAGE
               WHEN 'COMP-1'
               WHEN 'COMPUTATIONAL-1'
                   MOVE 'COMP-1' TO WS-USAGE
               WHEN 'COMP-2'
               WHEN 'COMPUTATIONAL-2'
                   MOVE 'COMP-2' TO WS-USAGE
               WHEN 'INDEX'
               WHEN 'POINTER'
                   MOVE 'INDEX' TO WS-USAGE
               WHEN 'DISPLAY'
                   MOVE 'DISPLAY' TO WS-USAGE
               WHEN 'SEPARATE'
                   MOVE 'Y' TO WS-SIGN-SEP-SW
           END-EVALUATE.

      * A REDEFINES NAMES AN EARLIER ITEM OF THE SAME LAYOUT - THE
      * NEWEST ONE BY THAT NAME IS THE ONE IN SCOPE
       FIND-REDEFINED-ITEM.
           PERFORM VARYING WS-FIND-SUB FROM LAY-FLD-CNT(WS-SIDE)
                   BY -1 UNTIL WS-FIND-SUB = 0
                   OR LF-NAME(WS-SIDE, WS-FIND-SUB) = WS-REDEF-NAME
               CONTINUE
           END-PERFORM
           IF WS-FIND-SUB > 0
               MOVE LF-OFFSET(WS-SIDE, WS-FIND-SUB) TO WS-ITEM-START
               MOVE 'Y' TO WS-OWN-REDEF-SW
           END-IF.

      * CLOSE THE INNERMOST OPEN ITEM - ITS LENGTH IS EVERYTHING
      * PLACED SINCE IT STARTED, AND AN OCCURS REPEATS THAT LENGTH
       POP-STACK.
           COMPUTE WS-GROUP-SIZE = WS-CUR-OFFSET
               - STK-START(WS-STK-TOP)
           MOVE STK-FLD(WS-STK-TOP) TO WS-FLD
           IF WS-FLD > 0
               MOVE WS-GROUP-SIZE TO LF-LENGTH(WS-SIDE, WS-FLD)
           END-IF
           COMPUTE WS-CUR-OFFSET = STK-START(WS-STK-TOP)
               + WS-GROUP-SIZE * STK-OCCURS(WS-STK-TOP)
           IF STK-OWN-REDEF-SW(WS-STK-TOP) = 'Y'
               AND WS-CUR-OFFSET < STK-RESUME(WS-STK-TOP)
               MOVE STK-RESUME(WS-STK-TOP) TO WS-CUR-OFFSET
           END-IF
           SUBTRACT 1 FROM WS-STK-TOP.

      * STORAGE SIZE OF AN ELEMENTARY ITEM FROM ITS PICTURE AND USAGE
      * (BINARY HALFWORD/FULLWORD/DOUBLEWORD/QUADWORD BY DIGITS, THE
      * SAME BOUNDARIES PICSIZE REPORTS ON)
       COMPUTE-ELEM-SIZE.
           MOVE 0 TO WS-PIC-CHARS
           MOVE 0 TO WS-PIC-DIGITS
           MOVE 'N' TO WS-PIC-SIGN-SW
           IF WS-PIC-STR NOT = SPACES
               PERFORM SCAN-PICTURE-STRING
           END-IF
           EVALUATE WS-USAGE
               WHEN 'BINARY'
                   EVALUATE TRUE
                       WHEN WS-PIC-DIGITS < 5
                           MOVE 2 TO WS-ELEM-SIZE
                       WHEN WS-PIC-DIGITS < 10
                           MOVE 4 TO WS-ELEM-SIZE
                       WHEN WS-PIC-DIGITS < 19
                           MOVE 8 TO WS-ELEM-SIZE
                       WHEN OTHER
                           MOVE 16 TO WS-ELEM-SIZE
                   END-EVALUATE
               WHEN 'PACKED'
                   COMPUTE WS-ELEM-SIZE = WS-PIC-DIGITS / 2 + 1
               WHEN 'COMP-1'
               WHEN 'INDEX'
                   MOVE 4 TO WS-ELEM-SIZE
               WHEN 'COMP-2'
                   MOVE 8 TO WS-ELEM-SIZE
               WHEN OTHER
                   MOVE WS-PIC-CHARS TO WS-ELEM-SIZE
                   IF WS-SIGN-SEP-SW = 'Y' AND WS-PIC-SIGN-SW = 'Y'
                       ADD 1 TO WS-ELEM-SIZE
                   END-IF
           END-EVALUATE.

      * COUNT THE CHARACTER POSITIONS AND DIGIT POSITIONS IN A
      * PICTURE STRING, EXPANDING (n) REPEAT FACTORS. S, V AND P
      * TAKE NO STORAGE; P STILL COUNTS AS A DIGIT FOR BINARY/PACKED.
       SCAN-PICTURE-STRING.
           MOVE SPACE TO WS-PIC-LAST-SW
           MOVE 1 TO WS-PIC-SUB
           PERFORM UNTIL WS-PIC-SUB > 30
               MOVE WS-PIC-STR(WS-PIC-SUB:1) TO WS-PIC-CH
               EVALUATE TRUE
                   WHEN WS-PIC-CH = SPACE
                       MOVE 30 TO WS-PIC-SUB
                   WHEN WS-PIC-CH = '('
                       PERFORM SCAN-REPEAT-FACTOR
                   WHEN WS-PIC-CH = 'S'
                       MOVE 'Y' TO WS-PIC-SIGN-SW
                       MOVE SPACE TO WS-PIC-LAST-SW
                   WHEN WS-PIC-CH = 'V'
                       MOVE SPACE TO WS-PIC-LAST-SW
                   WHEN WS-PIC-CH = 'P'
                       ADD 1 TO WS-PIC-DIGITS
                       SET WS-LAST-IS-SCALE TO TRUE
                   WHEN WS-PIC-CH = '9'
                       ADD 1 TO WS-PIC-CHARS
                       ADD 1 TO WS-PIC-DIGITS
                       SET WS-LAST-IS-DIGIT TO TRUE
                   WHEN OTHER
                       ADD 1 TO WS-PIC-CHARS
                       SET WS-LAST-IS-CHAR TO TRUE
               END-EVALUATE
               ADD 1 TO WS-PIC-SUB
           END-PERFORM.

      * (n) REPEATS THE SYMBOL BEFORE IT n TIMES IN ALL - IT HAS
      * ALREADY BEEN COUNTED ONCE
       SCAN-REPEAT-FACTOR.
           MOVE 0 TO WS-REP-NUM
           ADD 1 TO WS-PIC-SUB
           PERFORM UNTIL WS-PIC-SUB > 30
                   OR WS-PIC-STR(WS-PIC-SUB:1) = ')'
               IF WS-PIC-STR(WS-PIC-SUB:1) IS NUMERIC
                   MOVE WS-PIC-STR(WS-PIC-SUB:1) TO WS-PIC-DIGIT
                   COMPUTE WS-REP-NUM = WS-REP-NUM * 10 + WS-PIC-DIGIT
               END-IF
               ADD 1 TO WS-PIC-SUB
           END-PERFORM
           IF WS-REP-NUM > 0
               EVALUATE TRUE
                   WHEN WS-LAST-IS-DIGIT
                       COMPUTE WS-PIC-CHARS =
                           WS-PIC-CHARS + WS-REP-NUM - 1
                       COMPUTE WS-PIC-DIGITS =
                           WS-PIC-DIGITS + WS-REP-NUM - 1
                   WHEN WS-LAST-IS-SCALE
                       COMPUTE WS-PIC-DIGITS =
                           WS-PIC-DIGITS + WS-REP-NUM - 1
                   WHEN WS-LAST-IS-CHAR
                       COMPUTE WS-PIC-CHARS =
                           WS-PIC-CHARS + WS-REP-NUM - 1
               END-EVALUATE
           END-IF.

      * PRINT THE OFFSET/LENGTH MAP FOR THE CURRENT SIDE
       PRINT-LAYOUT-MAP.
           MOVE LAY-MEMBER(WS-SIDE) TO LYL-MEMBER
           MOVE LAY-RECORD(WS-SIDE) TO LYL-RECORD
           EVALUATE TRUE
               WHEN LAY-NO-MEMBER(WS-SIDE)
                   MOVE SPACES TO RPT-LINE
                   STRING '  LAYOUT ' LAY-MEMBER(WS-SIDE)
                       ' - MEMBER NOT FOUND IN LAYSRC'
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
               WHEN LAY-NO-RECORD(WS-SIDE)
                   MOVE SPACES TO RPT-LINE
                   STRING '  LAYOUT ' LAY-MEMBER(WS-SIDE) ' '
                       LAY-RECORD(WS-SIDE)
                       ' - NO SUCH 01-LEVEL IN THE MEMBER'
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
               WHEN OTHER
                   ADD 1 TO WS-MAP-CNT
                   MOVE LAY-REC-LEN(WS-SIDE) TO LYL-LENGTH
                   MOVE LAY-FLD-CNT(WS-SIDE) TO LYL-FIELDS
                   MOVE WS-LAYOUT-LINE TO RPT-LINE
                   WRITE RPT-LINE
                   IF LAY-HAS-COPY(WS-SIDE)
                       MOVE SPACES TO RPT-LINE
                       STRING '  NOTE - COPY ' LAY-COPY-NAME(WS-SIDE)
                           ' IS NOT EXPANDED - OFFSETS FROM IT ON '
                           'ARE INCOMPLETE'
                           DELIMITED BY SIZE INTO RPT-LINE
                       WRITE RPT-LINE
                   END-IF
                   IF LAY-TRUNCATED(WS-SIDE)
                       MOVE SPACES TO RPT-LINE
                       STRING '  NOTE - MORE THAN 300 ENTRIES - ONLY '
                           'THE FIRST 300 ARE MAPPED'
                           DELIMITED BY SIZE INTO RPT-LINE
                       WRITE RPT-LINE
                   END-IF
                   MOVE WS-MAP-HDG TO RPT-LINE
                   WRITE RPT-LINE
                   PERFORM VARYING WS-FLD FROM 1 BY 1
                           UNTIL WS-FLD > LAY-FLD-CNT(WS-SIDE)
                       PERFORM PRINT-MAP-LINE
                   END-PERFORM
           END-EVALUATE.

       PRINT-MAP-LINE.
           MOVE LF-LEVEL(WS-SIDE, WS-FLD) TO MPL-LEVEL
           MOVE LF-NAME(WS-SIDE, WS-FLD) TO MPL-NAME
           COMPUTE MPL-OFFSET = LF-OFFSET(WS-SIDE, WS-FLD) + 1
           MOVE LF-LENGTH(WS-SIDE, WS-FLD) TO MPL-LENGTH
           MOVE LF-OCCURS(WS-SIDE, WS-FLD) TO MPL-OCCURS
           MOVE LF-PIC(WS-SIDE, WS-FLD) TO MPL-PIC
           IF LF-ELEMENTARY(WS-SIDE, WS-FLD)
               MOVE LF-USAGE(WS-SIDE, WS-FLD) TO MPL-USAGE
           ELSE
               MOVE 'GROUP' TO MPL-USAGE
           END-IF
           IF LF-IN-REDEFINES(WS-SIDE, WS-FLD)
               MOVE 'REDEFINES' TO MPL-REDEF
           ELSE
               MOVE SPACES TO MPL-REDEF
           END-IF
           MOVE WS-MAP-LINE TO RPT-LINE
           WRITE RPT-LINE.

      * COMPARE WRITER (SIDE 1) AGAINST READER (SIDE 2): THE RECORD
      * LENGTH ALWAYS, AND WHEN BOTH SIDES ARE BROKEN INTO FIELDS,
      * EVERY NAMED ELEMENTARY FIELD THE READER USES MUST START WHERE
      * A WRITER FIELD STARTS AND BE THE SAME LENGTH. A READER FILLER
      * IS SKIPPED - IT MAY SPAN SEVERAL WRITER FIELDS THE READER HAS
      * NO USE FOR - AND REDEFINING VIEWS ARE LEFT OUT ON BOTH SIDES
      * (THEY ARE ALTERNATE VIEWS OF BYTES ALREADY COMPARED). A SIDE
      * THAT TAKES THE RECORD AS ONE UNBROKEN LINE IS CHECKED ON
      * LENGTH ALONE.
       COMPARE-LAYOUTS.
           EVALUATE TRUE
               WHEN NOT LAY-FOUND(1) OR NOT LAY-FOUND(2)
                   ADD 1 TO WS-UNVERIFIED-CNT
                   MOVE SPACES TO RPT-LINE
                   STRING '  RESULT: NOT VERIFIED - A LAYOUT WAS '
                       'NOT FOUND' DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
                   DISPLAY 'LAYMAP NOT VERIFIED ' CC-FILE-NAME
               WHEN LAY-HAS-COPY(1) OR LAY-HAS-COPY(2)
                   ADD 1 TO WS-UNVERIFIED-CNT
                   MOVE SPACES TO RPT-LINE
                   STRING '  RESULT: NOT VERIFIED - A LAYOUT USES '
                       'COPY - NAME THE COPYBOOK ON THE CARD'
                       DELIMITED BY SIZE INTO RPT-LINE
                   WRITE RPT-LINE
                   DISPLAY 'LAYMAP NOT VERIFIED ' CC-FILE-NAME
               WHEN OTHER
                   PERFORM COMPARE-FIELDS
           END-EVALUATE.

       COMPARE-FIELDS.
           MOVE 'N' TO WS-PAIR-BAD-SW
           MOVE 0 TO WS-FIELD-BAD-CNT
           MOVE 0 TO WS-CMP-SEQ
           IF LAY-REC-LEN(1) NOT = LAY-REC-LEN(2)
               MOVE 'Y' TO WS-PAIR-BAD-SW
               MOVE LAY-REC-LEN(1) TO LDL-W-LEN
               MOVE LAY-REC-LEN(2) TO LDL-R-LEN
               MOVE WS-LEN-DIFF-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE 1 TO WS-SIDE
           PERFORM COUNT-COMPARABLE-FIELDS
           MOVE WS-CMP-SEQ TO WS-W-CMP-CNT
           MOVE 2 TO WS-SIDE
           PERFORM COUNT-COMPARABLE-FIELDS
           MOVE WS-CMP-SEQ TO WS-R-CMP-CNT
           MOVE 0 TO WS-CMP-SEQ
           IF WS-W-CMP-CNT > 1 AND WS-R-CMP-CNT > 1
               PERFORM VARYING WS-R-SUB FROM 1 BY 1
                       UNTIL WS-R-SUB > LAY-FLD-CNT(2)
                   IF LF-ELEMENTARY(2, WS-R-SUB)
                       AND NOT LF-IN-REDEFINES(2, WS-R-SUB)
                       AND LF-NAME(2, WS-R-SUB) NOT = 'FILLER'
                       PERFORM CHECK-READER-FIELD
                   END-IF
               END-PERFORM
           END-IF
           IF WS-PAIR-BAD
               ADD 1 TO WS-MISMATCH-CNT
               MOVE '  RESULT: MISMATCH' TO RPT-LINE
               WRITE RPT-LINE
               DISPLAY 'LAYMAP MISMATCH ' CC-FILE-NAME ' '
                   CC-WRITER-MEMBER ' VS ' CC-READER-MEMBER
           ELSE
               ADD 1 TO WS-MATCH-CNT
               MOVE LAY-REC-LEN(1) TO MTL-LEN
               MOVE WS-CMP-SEQ TO MTL-FIELDS
               MOVE WS-MATCH-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       COUNT-COMPARABLE-FIELDS.
           MOVE 0 TO WS-CMP-SEQ
           PERFORM VARYING WS-FLD FROM 1 BY 1
                   UNTIL WS-FLD > LAY-FLD-CNT(WS-SIDE)
               IF LF-ELEMENTARY(WS-SIDE, WS-FLD)
                   AND NOT LF-IN-REDEFINES(WS-SIDE, WS-FLD)
                   ADD 1 TO WS-CMP-SEQ
               END-IF
           END-PERFORM.

      * FIND THE WRITER FIELD STARTING AT THIS READER FIELD'S OFFSET
      * AND COMPARE TOTAL LENGTHS (LENGTH TIMES ITS OWN OCCURS). ONLY
      * THE FIRST 20 DIFFERENCES ARE LISTED - PAST THAT EVERYTHING
      * BEHIND THE FIRST SHIFT IS USUALLY SHIFTED TOO.
       CHECK-READER-FIELD.
           ADD 1 TO WS-CMP-SEQ
           PERFORM VARYING WS-W-SUB FROM 1 BY 1
                   UNTIL WS-W-SUB > LAY-FLD-CNT(1)
                   OR (LF-ELEMENTARY(1, WS-W-SUB)
                   AND NOT LF-IN-REDEFINES(1, WS-W-SUB)
                   AND LF-OFFSET(1, WS-W-SUB) = LF-OFFSET(2, WS-R-SUB))
               CONTINUE
           END-PERFORM
           COMPUTE WS-R-TOTAL = LF-LENGTH(2, WS-R-SUB)
               * LF-OCCURS(2, WS-R-SUB)
           IF WS-W-SUB > LAY-FLD-CNT(1)
               MOVE 0 TO WS-W-TOTAL
               MOVE '(NO WRITER FIELD STARTS HERE)' TO FDL-W-NAME
               MOVE 0 TO FDL-W-OFF
               MOVE 0 TO FDL-W-LEN
           ELSE
               COMPUTE WS-W-TOTAL = LF-LENGTH(1, WS-W-SUB)
                   * LF-OCCURS(1, WS-W-SUB)
               MOVE LF-NAME(1, WS-W-SUB) TO FDL-W-NAME
               COMPUTE FDL-W-OFF = LF-OFFSET(1, WS-W-SUB) + 1
               MOVE WS-W-TOTAL TO FDL-W-LEN
           END-IF
           IF WS-W-TOTAL NOT = WS-R-TOTAL
               MOVE 'Y' TO WS-PAIR-BAD-SW
               ADD 1 TO WS-FIELD-BAD-CNT
               IF WS-FIELD-BAD-CNT NOT > 20
                   MOVE WS-CMP-SEQ TO FDL-SEQ
                   MOVE LF-NAME(2, WS-R-SUB) TO FDL-R-NAME
                   COMPUTE FDL-R-OFF = LF-OFFSET(2, WS-R-SUB) + 1
                   MOVE WS-R-TOTAL TO FDL-R-LEN
                   MOVE WS-FLD-DIFF-LINE TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-IF.

      * FAIL WHEN ANY PAIR DISAGREES, WARN WHEN A PAIR COULD NOT BE
      * CHECKED (A MISSING MEMBER OR 01 IS A STALE CONTROL CARD AND
      * NEEDS LOOKING AT AS MUCH AS A MISMATCH DOES), DONE OTHERWISE
       WRITE-BATCH-LOG-ENTRY.
           MOVE 'LAYMAP  ' TO BL-PROGRAM
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           EVALUATE TRUE
               WHEN WS-MISMATCH-CNT > 0
                   MOVE 'FAIL' TO BL-STATUS
               WHEN WS-UNVERIFIED-CNT > 0 OR WS-IGNORED-CNT > 0
                   MOVE 'WARN' TO BL-STATUS
               WHEN OTHER
                   MOVE 'DONE' TO BL-STATUS
           END-EVALUATE
           MOVE WS-PAIR-CNT TO BLD-PAIRS
           MOVE WS-MISMATCH-CNT TO BLD-MISMATCH
           MOVE WS-UNVERIFIED-CNT TO BLD-UNVERIFY
           MOVE WS-BL-DETAIL TO BL-DETAIL
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.

      * ONE 'STRT' ENTRY AT JOB ENTRY, PAIRED BY BATCHWIN WITH THE
      * COMPLETION ENTRY ABOVE
       WRITE-BATCH-START-ENTRY.
           MOVE 'LAYMAP  ' TO BL-PROGRAM
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           MOVE 'STRT' TO BL-STATUS
           MOVE SPACES TO BL-DETAIL
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.
