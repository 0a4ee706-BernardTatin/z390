      ***************************************************************
      * Author.  Maintenance team, following the QLANGCOV/QUOTFREQ
      *          style
      * Remarks. Translation-vendor export of QUOTEFIL content.
      *          QLANGCOV shows which languages are missing, but
      *          closing a gap meant re-keying the translated text
      *          through QUOTMNT 142 bytes at a time, splitting a
      *          multi-segment quote by hand at the QF-SEG
      *          boundaries. This writes every QUOTEFIL quote in the
      *          source language - each effective-dated version that
      *          has not expired, with its segments reassembled into
      *          one text - to the QUOTXCHG vendor interchange file
      *          (QUOTXOUT), one record per target language with the
      *          target text blank for the vendor to fill in.
      *          QUOTXIMP loads the returned file. SYSIN card
      *          (optional):
      *            col 1-2   source QF-LANG (blank = EN, the
      *                      language TESTBEC2 falls back to)
      *            col 4-5   target QF-LANG (blank = every language
      *                      QLANGCOV's report flags as a GAP)
      *          A quote longer than the interchange text (ten full
      *          segments) is listed on the QXEXPRPT report and not
      *          exported.
      ***************************************************************
      * 10/15/26 RPI 2260 INITIAL CODING
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTXEXP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'SYSIN'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT QUOTEFIL-FILE ASSIGN TO 'QUOTEFIL'
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY QF-KEY.
           SELECT OPTIONAL QLANGCOV-RPT ASSIGN TO 'QLANGCOV'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT QUOTX-OUT ASSIGN TO 'QUOTXOUT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT QUOTX-RPT ASSIGN TO 'QXEXPRPT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BATCH-LOG-FILE ASSIGN TO 'BATCHLOG'
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-REC.
           02  PARM-SRC-LANG        PIC X(2).
           02  FILLER               PIC X.
           02  PARM-TGT-LANG        PIC X(2).
           02  FILLER               PIC X(75).
       FD  QUOTEFIL-FILE.
           COPY QUOTEFIL.
       FD  QLANGCOV-RPT.
       01  COV-LINE                 PIC X(80).
       FD  QUOTX-OUT.
       01  QUOTX-LINE               PIC X(4694).
       FD  QUOTX-RPT.
       01  RPT-LINE                 PIC X(80).
       FD  BATCH-LOG-FILE.
       01  BL-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       COPY BATCHLOG.
       COPY QUOTXCHG.
       01  WS-PARM-EOF-SW           PIC X VALUE 'N'.
           88  WS-NO-MORE-PARMS          VALUE 'Y'.
       01  WS-COV-EOF-SW            PIC X VALUE 'N'.
           88  WS-NO-MORE-COV            VALUE 'Y'.
       01  WS-QF-EOF-SW             PIC X VALUE 'N'.
           88  WS-NO-MORE-QF             VALUE 'Y'.
       01  WS-SRC-LANG              PIC X(2) VALUE 'EN'.
       01  WS-TGT-PARM              PIC X(2) VALUE SPACES.

      * QLANGCOV REPORT DETAIL LINE (ITS WS-DETAIL-LINE) - ONLY THE
      * LANGUAGE AND STATUS COLUMNS ARE USED
       01  WS-COV-DETAIL.
           02  COV-LANG             PIC X(2).
           02  FILLER               PIC X(4).
           02  COV-HITS             PIC X(7).
           02  FILLER               PIC X(1).
           02  COV-MISSES           PIC X(7).
           02  FILLER               PIC X(1).
           02  COV-QF-CNT           PIC X(7).
           02  FILLER               PIC X(3).
           02  COV-STATUS           PIC X(10).

      * TARGET LANGUAGES - THE SYSIN ONE, OR QLANGCOV'S GAP LIST
       01  WS-TGT-TBL.
           02  TGT-ENTRY OCCURS 20 TIMES.
               04  TGT-LANG         PIC X(2).
               04  TGT-QUOTE-CNT    PIC 9(5).
       01  WS-TGT-CNT               PIC 9(3) VALUE 0.
       01  WS-TGT-SUB               PIC 9(3).
       01  WS-TGT-FOUND-SW          PIC X.
           88  WS-TGT-FOUND              VALUE 'Y'.

      * ONE QUOTE VERSION BEING REASSEMBLED - EVERY SEGMENT UNDER THE
      * SAME TRNID/SEQNO/LANG/EFF-FROM
       01  WS-GRP-ACTIVE-SW         PIC X VALUE 'N'.
           88  WS-GRP-ACTIVE             VALUE 'Y'.
       01  WS-GRP-KEY.
           02  GRP-TRNID            PIC X(4).
           02  GRP-SEQNO            PIC X(1).
           02  GRP-LANG             PIC X(2).
           02  GRP-EFF-FROM         PIC 9(8).
       01  WS-REC-KEY.
           02  REC-TRNID            PIC X(4).
           02  REC-SEQNO            PIC X(1).
           02  REC-LANG             PIC X(2).
           02  REC-EFF-FROM         PIC 9(8).
       01  WS-GRP-EFF-TO            PIC 9(8).
       01  WS-GRP-TEXT              PIC X(2330).
       01  WS-GRP-LEN               PIC 9(4).
       01  WS-GRP-SEGS              PIC 9(3).
       01  WS-GRP-TOO-LONG-SW       PIC X.
           88  WS-GRP-TOO-LONG           VALUE 'Y'.
       01  WS-SEG-LEN               PIC 9(4).

       01  WS-QF-CNT                PIC 9(7) VALUE 0.
       01  WS-VERSION-CNT           PIC 9(5) VALUE 0.
       01  WS-EXPIRED-CNT           PIC 9(5) VALUE 0.
       01  WS-TOO-LONG-CNT          PIC 9(5) VALUE 0.
       01  WS-OUT-CNT               PIC 9(7) VALUE 0.
       01  WS-RUN-DATE.
           02  WS-RUN-YYYY          PIC 9(4).
           02  WS-RUN-MM            PIC 9(2).
           02  WS-RUN-DD            PIC 9(2).
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(8).

       01  WS-HDG-1.
           02  FILLER       PIC X(40) VALUE
               'QUOTEFIL TRANSLATION EXPORT           '.
           02  FILLER       PIC X(10) VALUE '  RUN DATE'.
           02  FILLER       PIC X     VALUE SPACE.
           02  HDG-MM       PIC 9(2).
           02  FILLER       PIC X VALUE '/'.
           02  HDG-DD       PIC 9(2).
           02  FILLER       PIC X VALUE '/'.
           02  HDG-YYYY     PIC 9(4).
       01  WS-HDG-2.
           02  FILLER       PIC X(15) VALUE 'SOURCE LANGUAGE'.
           02  FILLER       PIC X     VALUE SPACE.
           02  HDG-SRC-LANG PIC X(2).
           02  FILLER       PIC X(20) VALUE '   TARGET LANGUAGES'.
           02  HDG-TGT-LIST PIC X(40).
       01  WS-HDG-3.
           02  FILLER       PIC X(6)  VALUE 'TRNID'.
           02  FILLER       PIC X(4)  VALUE 'SEQ'.
           02  FILLER       PIC X(10) VALUE 'EFF-FROM'.
           02  FILLER       PIC X(10) VALUE 'EFF-TO'.
           02  FILLER       PIC X(6)  VALUE 'LEN'.
           02  FILLER       PIC X(6)  VALUE 'SEGS'.
           02  FILLER       PIC X(20) VALUE 'RESULT'.
       01  WS-DETAIL-LINE.
           02  DET-TRNID    PIC X(4).
           02  FILLER       PIC X(2) VALUE SPACES.
           02  DET-SEQNO    PIC X(1).
           02  FILLER       PIC X(3) VALUE SPACES.
           02  DET-EFF-FROM PIC 9(8).
           02  FILLER       PIC X(2) VALUE SPACES.
           02  DET-EFF-TO   PIC 9(8).
           02  FILLER       PIC X(2) VALUE SPACES.
           02  DET-LEN      PIC ZZZZ9.
           02  FILLER       PIC X(1) VALUE SPACES.
           02  DET-SEGS     PIC ZZ9.
           02  FILLER       PIC X(3) VALUE SPACES.
           02  DET-RESULT   PIC X(38).
       01  WS-SUMMARY-LINE.
           02  FILLER       PIC X(15) VALUE 'QUOTES EXPORTED'.
           02  FILLER       PIC X     VALUE '='.
           02  SUM-VERSIONS PIC ZZZZ9.
           02  FILLER       PIC X(10) VALUE '  RECORDS='.
           02  SUM-RECORDS  PIC ZZZZZZ9.
           02  FILLER       PIC X(10) VALUE '  EXPIRED='.
           02  SUM-EXPIRED  PIC ZZZZ9.
           02  FILLER       PIC X(11) VALUE '  TOO LONG='.
           02  SUM-TOO-LONG PIC ZZZZ9.
       01  WS-TGT-LINE.
           02  FILLER       PIC X(10) VALUE '  TARGET  '.
           02  TGL-LANG     PIC X(2).
           02  FILLER       PIC X(9)  VALUE '  QUOTES='.
           02  TGL-CNT      PIC ZZZZ9.
       01  WS-BL-DETAIL.
           02  FILLER       PIC X(7)  VALUE 'QUOTES='.
           02  BLD-VERSIONS PIC ZZZZ9.
           02  FILLER       PIC X(7)  VALUE ' LANGS='.
           02  BLD-TGT-CNT  PIC Z9.
           02  FILLER       PIC X(10) VALUE ' TOO LONG='.
           02  BLD-TOO-LONG PIC ZZZ9.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM WRITE-BATCH-START-ENTRY
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM READ-EXPORT-PARM
           IF WS-TGT-PARM = SPACES
               PERFORM LOAD-GAP-LANGUAGES
           ELSE
               IF WS-TGT-PARM NOT = WS-SRC-LANG
                   MOVE 1 TO WS-TGT-CNT
                   MOVE WS-TGT-PARM TO TGT-LANG(1)
                   MOVE 0 TO TGT-QUOTE-CNT(1)
               END-IF
           END-IF
           OPEN OUTPUT QUOTX-RPT
           PERFORM WRITE-REPORT-HEADING
           OPEN OUTPUT QUOTX-OUT
           PERFORM WRITE-HEADER-RECORD
           IF WS-TGT-CNT > 0
               OPEN INPUT QUOTEFIL-FILE
               PERFORM READ-QUOTEFIL-RECORD
               PERFORM UNTIL WS-NO-MORE-QF
                   PERFORM COLLECT-SEGMENT
                   PERFORM READ-QUOTEFIL-RECORD
               END-PERFORM
               IF WS-GRP-ACTIVE
                   PERFORM EXPORT-QUOTE-VERSION
               END-IF
               CLOSE QUOTEFIL-FILE
           ELSE
               MOVE 'NO TARGET LANGUAGE - NOTHING EXPORTED'
                   TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           PERFORM WRITE-TRAILER-RECORD
           CLOSE QUOTX-OUT
           PERFORM WRITE-SUMMARY-LINES
           CLOSE QUOTX-RPT
           PERFORM WRITE-BATCH-LOG-ENTRY
           DISPLAY 'QUOTXEXP QUOTES EXPORTED: ' WS-VERSION-CNT
           DISPLAY 'QUOTXEXP RECORDS WRITTEN: ' WS-OUT-CNT
           STOP RUN.

       READ-EXPORT-PARM.
           OPEN INPUT PARM-FILE
           READ PARM-FILE
               AT END SET WS-NO-MORE-PARMS TO TRUE
           END-READ
           IF NOT WS-NO-MORE-PARMS
               IF PARM-SRC-LANG NOT = SPACES
                   MOVE PARM-SRC-LANG TO WS-SRC-LANG
               END-IF
               MOVE PARM-TGT-LANG TO WS-TGT-PARM
           END-IF
           CLOSE PARM-FILE.

      * EVERY LANGUAGE QLANGCOV FLAGGED AS A GAP - ASKED FOR BUT WITH
      * NO CONTENT ON QUOTEFIL AT ALL - BECOMES A TARGET LANGUAGE
       LOAD-GAP-LANGUAGES.
           OPEN INPUT QLANGCOV-RPT
           PERFORM UNTIL WS-NO-MORE-COV
               READ QLANGCOV-RPT
                   AT END SET WS-NO-MORE-COV TO TRUE
                   NOT AT END
                       MOVE COV-LINE TO WS-COV-DETAIL
                       IF COV-STATUS = 'GAP'
                               AND COV-LANG NOT = SPACES
                               AND COV-LANG NOT = WS-SRC-LANG
                           PERFORM ADD-TARGET-LANGUAGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QLANGCOV-RPT.

       ADD-TARGET-LANGUAGE.
           MOVE 'N' TO WS-TGT-FOUND-SW
           PERFORM VARYING WS-TGT-SUB FROM 1 BY 1
                   UNTIL WS-TGT-SUB > WS-TGT-CNT
               IF TGT-LANG(WS-TGT-SUB) = COV-LANG
                   SET WS-TGT-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-TGT-FOUND AND WS-TGT-CNT < 20
               ADD 1 TO WS-TGT-CNT
               MOVE COV-LANG TO TGT-LANG(WS-TGT-CNT)
               MOVE 0 TO TGT-QUOTE-CNT(WS-TGT-CNT)
           END-IF.

       READ-QUOTEFIL-RECORD.
           READ QUOTEFIL-FILE NEXT RECORD
               AT END SET WS-NO-MORE-QF TO TRUE
           END-READ
           IF NOT WS-NO-MORE-QF
               ADD 1 TO WS-QF-CNT
           END-IF.

      * QUOTEFIL ARRIVES IN KEY ORDER, SO A QUOTE VERSION'S SEGMENTS
      * ARE CONTIGUOUS AND ALREADY IN QF-SEG ORDER - A CHANGE OF
      * TRNID/SEQNO/LANG/EFF-FROM CLOSES THE VERSION BEING BUILT
       COLLECT-SEGMENT.
           MOVE QF-TRNID    TO REC-TRNID
           MOVE QF-SEQNO    TO REC-SEQNO
           MOVE QF-LANG     TO REC-LANG
           MOVE QF-EFF-FROM TO REC-EFF-FROM
           IF WS-GRP-ACTIVE AND WS-REC-KEY NOT = WS-GRP-KEY
               PERFORM EXPORT-QUOTE-VERSION
           END-IF
           IF NOT WS-GRP-ACTIVE
               MOVE 'Y' TO WS-GRP-ACTIVE-SW
               MOVE WS-REC-KEY TO WS-GRP-KEY
               MOVE QF-EFF-TO TO WS-GRP-EFF-TO
               MOVE SPACES TO WS-GRP-TEXT
               MOVE 0 TO WS-GRP-LEN
               MOVE 0 TO WS-GRP-SEGS
               MOVE 'N' TO WS-GRP-TOO-LONG-SW
           END-IF
           ADD 1 TO WS-GRP-SEGS
           MOVE QF-LEN TO WS-SEG-LEN
           IF WS-SEG-LEN > QX-SEG-SIZE
               MOVE QX-SEG-SIZE TO WS-SEG-LEN
           END-IF
           IF WS-SEG-LEN > 0
               IF WS-GRP-LEN + WS-SEG-LEN > QX-MAX-TEXT
                   MOVE 'Y' TO WS-GRP-TOO-LONG-SW
               ELSE
                   MOVE QF-TEXT(1:WS-SEG-LEN)
                       TO WS-GRP-TEXT(WS-GRP-LEN + 1:WS-SEG-LEN)
                   ADD WS-SEG-LEN TO WS-GRP-LEN
               END-IF
           END-IF.

      * A SOURCE-LANGUAGE VERSION STILL IN EFFECT OR STAGED FOR LATER
      * GOES OUT ONCE PER TARGET LANGUAGE; EXPIRED VERSIONS AND OTHER
      * LANGUAGES ARE PASSED OVER
       EXPORT-QUOTE-VERSION.
           MOVE 'N' TO WS-GRP-ACTIVE-SW
           IF GRP-LANG = WS-SRC-LANG
               IF WS-GRP-EFF-TO NOT = 0
                       AND WS-GRP-EFF-TO < WS-RUN-DATE-N
                   ADD 1 TO WS-EXPIRED-CNT
               ELSE
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE GRP-TRNID     TO DET-TRNID
                   MOVE GRP-SEQNO     TO DET-SEQNO
                   MOVE GRP-EFF-FROM  TO DET-EFF-FROM
                   MOVE WS-GRP-EFF-TO TO DET-EFF-TO
                   MOVE WS-GRP-LEN    TO DET-LEN
                   MOVE WS-GRP-SEGS   TO DET-SEGS
                   IF WS-GRP-TOO-LONG
                       ADD 1 TO WS-TOO-LONG-CNT
                       MOVE 'TOO LONG FOR INTERCHANGE - NOT SENT'
                           TO DET-RESULT
                   ELSE
                       ADD 1 TO WS-VERSION-CNT
                       PERFORM VARYING WS-TGT-SUB FROM 1 BY 1
                               UNTIL WS-TGT-SUB > WS-TGT-CNT
                           PERFORM WRITE-QUOTE-RECORD
                       END-PERFORM
                       MOVE 'EXPORTED' TO DET-RESULT
                   END-IF
                   MOVE WS-DETAIL-LINE TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-IF.

       WRITE-QUOTE-RECORD.
           MOVE SPACES TO QX-RECORD
           SET QX-QUOTE TO TRUE
           MOVE GRP-TRNID     TO QX-TRNID
           MOVE GRP-SEQNO     TO QX-SEQNO
           MOVE GRP-LANG      TO QX-SRC-LANG
           MOVE TGT-LANG(WS-TGT-SUB) TO QX-TGT-LANG
           MOVE GRP-EFF-FROM  TO QX-EFF-FROM
           MOVE WS-GRP-EFF-TO TO QX-EFF-TO
           MOVE WS-GRP-LEN    TO QX-SRC-LEN
           MOVE 0             TO QX-TGT-LEN
           MOVE WS-GRP-TEXT   TO QX-SRC-TEXT
           MOVE QX-RECORD TO QUOTX-LINE
           WRITE QUOTX-LINE
           ADD 1 TO WS-OUT-CNT
           ADD 1 TO TGT-QUOTE-CNT(WS-TGT-SUB).

       WRITE-HEADER-RECORD.
           MOVE SPACES TO QX-RECORD
           SET QX-HEADER TO TRUE
           MOVE QX-CUR-VERSION TO QXH-LAYOUT-VERSION
           MOVE QX-CUR-REC-LEN TO QXH-REC-LEN
           MOVE WS-RUN-DATE-N  TO QXH-EXPORT-DATE
           MOVE WS-SRC-LANG    TO QXH-SRC-LANG
           MOVE QX-RECORD TO QUOTX-LINE
           WRITE QUOTX-LINE.

       WRITE-TRAILER-RECORD.
           MOVE SPACES TO QX-RECORD
           SET QX-TRAILER TO TRUE
           MOVE WS-OUT-CNT TO QXT-QUOTE-COUNT
           MOVE QX-RECORD TO QUOTX-LINE
           WRITE QUOTX-LINE.

       WRITE-REPORT-HEADING.
           MOVE WS-RUN-MM   TO HDG-MM
           MOVE WS-RUN-DD   TO HDG-DD
           MOVE WS-RUN-YYYY TO HDG-YYYY
           MOVE WS-HDG-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SRC-LANG TO HDG-SRC-LANG
           MOVE SPACES TO HDG-TGT-LIST
           PERFORM VARYING WS-TGT-SUB FROM 1 BY 1
                   UNTIL WS-TGT-SUB > WS-TGT-CNT OR WS-TGT-SUB > 13
               MOVE TGT-LANG(WS-TGT-SUB)
                   TO HDG-TGT-LIST(WS-TGT-SUB * 3 - 2:2)
           END-PERFORM
           MOVE WS-HDG-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HDG-3 TO RPT-LINE
           WRITE RPT-LINE.

       WRITE-SUMMARY-LINES.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-VERSION-CNT  TO SUM-VERSIONS
           MOVE WS-OUT-CNT      TO SUM-RECORDS
           MOVE WS-EXPIRED-CNT  TO SUM-EXPIRED
           MOVE WS-TOO-LONG-CNT TO SUM-TOO-LONG
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-TGT-SUB FROM 1 BY 1
                   UNTIL WS-TGT-SUB > WS-TGT-CNT
               MOVE TGT-LANG(WS-TGT-SUB)      TO TGL-LANG
               MOVE TGT-QUOTE-CNT(WS-TGT-SUB) TO TGL-CNT
               MOVE WS-TGT-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM.

      * WARN WHEN THERE WAS NOTHING TO TRANSLATE INTO OR A QUOTE WAS
      * HELD BACK AS TOO LONG, SO NEITHER GOES UNNOTICED
       WRITE-BATCH-LOG-ENTRY.
           MOVE 'QUOTXEXP' TO BL-PROGRAM
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           IF WS-TGT-CNT = 0 OR WS-TOO-LONG-CNT > 0
               MOVE 'WARN' TO BL-STATUS
           ELSE
               MOVE 'DONE' TO BL-STATUS
           END-IF
           MOVE WS-VERSION-CNT  TO BLD-VERSIONS
           MOVE WS-TGT-CNT      TO BLD-TGT-CNT
           MOVE WS-TOO-LONG-CNT TO BLD-TOO-LONG
           MOVE WS-BL-DETAIL TO BL-DETAIL
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.

      * ONE 'STRT' ENTRY AT JOB ENTRY, PAIRED BY BATCHWIN WITH THE
      * COMPLETION ENTRY ABOVE
       WRITE-BATCH-START-ENTRY.
           MOVE 'QUOTXEXP' TO BL-PROGRAM
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           MOVE 'STRT' TO BL-STATUS
           MOVE SPACES TO BL-DETAIL
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.
