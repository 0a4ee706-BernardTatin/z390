      *          ticket at a time.
      ***************************************************************
      * 08/21/26 RPI 2074 INITIAL CODING
      * 10/15/26 RPI 2249 OPTIONAL COMMA-DELIMITED COPY OF THE RANKING
      *                   ON ABNDDL, BUILT THROUGH THE SHARED DLMROW
      *                   ROUTINE - SWITCHED ON FOR THIS JOB BY PARMFIL
      *                   'EXPORT-ABNDRPT' = 'Y'
      * 10/15/26 RPI 2256 EACH REPEAT OFFENDER NOW PRINTS ITS ABNDKB
      *                   KNOWLEDGE-BASE ENTRY - THE PROGRAM'S OWN
      *                   ENTRY, ELSE THE '*' WILDCARD FOR THE CODE -
      *                   WITH LIKELY CAUSES, FIRST RESPONSE,
      *                   ESCALATION GROUP AND KNOWN-PROBLEM NUMBER.
      *                   PAIRS WITH NO ENTRY AT ALL ARE LISTED IN A
      *                   NEW KB GAPS SECTION AT THE END OF THE REPORT
      *                   SO SOMEONE WRITES THEM UP IN ABKBMNT
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABNDRPT.
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY ABND-KEY.
           SELECT OPTIONAL ABNDKB-FILE ASSIGN TO 'ABNDKB'
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY AKB-KEY.
           SELECT ABNDRPT-OUT ASSIGN TO 'ABNDRPT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ABNDRPT-DLM ASSIGN TO 'ABNDDL'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BATCH-LOG-FILE ASSIGN TO 'BATCHLOG'
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ABNDLOG-FILE.
           COPY ABNDLOG.
       FD  ABNDKB-FILE.
           COPY ABNDKB.
       FD  ABNDRPT-OUT.
       01  RPT-LINE                PIC X(80).
       FD  ABNDRPT-DLM.
       01  DLM-LINE                PIC X(400).
       FD  BATCH-LOG-FILE.
       01  BL-LINE                 PIC X(80).
       WORKING-STORAGE SECTION.
       COPY BATCHLOG.
       COPY DLMROW.
       01  WS-EOF-SW               PIC X VALUE 'N'.
           88  WS-NO-MORE-ABND           VALUE 'Y'.
       01  WS-EVENT-CNT             PIC 9(7) VALUE 0.
               04  PAIR-PROGRAM     PIC X(8).
               04  PAIR-ABCODE      PIC X(4).
               04  PAIR-CNT         PIC 9(5).
               04  PAIR-KB-SW       PIC X.
                   88  PAIR-KB-FOUND        VALUE 'Y'.
       01  WS-PAIR-CNT              PIC 9(3) VALUE 0.
       01  WS-PAIR-SUB              PIC 9(3).
       01  WS-FOUND-SW              PIC X VALUE 'N'.
           88  WS-PAIR-FOUND            VALUE 'Y'.
       01  WS-GAP-CNT               PIC 9(3) VALUE 0.

      * SIMPLE HIGH-TO-LOW BUBBLE OF THE ACCUMULATOR TABLE SO THE
      * WORST-OFFENDING PROGRAM/ABCODE PAIR REPORTS FIRST
       01  WS-HDG-2.
           02  FILLER       PIC X(10) VALUE 'PROGRAM'.
           02  FILLER       PIC X(8)  VALUE 'ABCODE'.
           02  FILLER       PIC X(7)  VALUE 'COUNT'.
           02  FILLER       PIC X(14) VALUE 'KNOWLEDGE BASE'.
       01  WS-DETAIL-LINE.
           02  DET-PROGRAM  PIC X(8).
           02  FILLER       PIC X(2) VALUE SPACES.
           02  DET-ABCODE   PIC X(4).
           02  FILLER       PIC X(4) VALUE SPACES.
           02  DET-CNT      PIC ZZZZ9.
           02  FILLER       PIC X(2) VALUE SPACES.
           02  DET-DESC     PIC X(40).

      * THE KNOWLEDGE-BASE LINES PRINTED UNDER EACH OFFENDER
       01  WS-KB-CAUSE-LINE.
           02  FILLER       PIC X(14) VALUE '    CAUSES:   '.
           02  KBL-CAUSES   PIC X(60).
       01  WS-KB-RESP-LINE.
           02  FILLER       PIC X(14) VALUE '    RESPONSE: '.
           02  KBL-FIRST-RESP PIC X(60).
       01  WS-KB-ESC-LINE.
           02  FILLER       PIC X(14) VALUE '    ESCALATE: '.
           02  KBL-ESCALATE PIC X(8).
           02  FILLER       PIC X(17) VALUE '  KNOWN PROBLEM: '.
           02  KBL-KNOWN-PROB PIC X(8).
       01  WS-KB-MISS-LINE.
           02  FILLER       PIC X(50) VALUE
               '    NO KNOWLEDGE-BASE ENTRY - LISTED UNDER KB GAPS'.

      * KB GAPS SECTION - RPTDIST ROUTES IT BY THE 'KB GAPS' MARKER
       01  WS-GAP-HDG.
           02  FILLER       PIC X(27) VALUE
               'KB GAPS - ABEND CODES SEEN '.
           02  FILLER       PIC X(28) VALUE
               'WITH NO KNOWLEDGE-BASE ENTRY'.
       01  WS-GAP-HDG-2.
           02  FILLER       PIC X(10) VALUE 'PROGRAM'.
           02  FILLER       PIC X(8)  VALUE 'ABCODE'.
           02  FILLER       PIC X(5)  VALUE 'COUNT'.
       01  WS-GAP-SUMMARY-LINE.
           02  FILLER       PIC X(4)  VALUE 'GAPS'.
           02  FILLER       PIC X(1)  VALUE '='.
           02  SUM-GAPS     PIC ZZ9.
       01  WS-SUMMARY-LINE.
           02  FILLER       PIC X(16) VALUE 'EVENTS PROCESSED'.
           02  FILLER       PIC X(1)  VALUE '='.
           02  FILLER       PIC X(9)  VALUE 'ABNDRPT  '.
           02  FILLER       PIC X(7)  VALUE 'PAIRS='.
           02  BLD-PAIRS    PIC ZZ9.
           02  FILLER       PIC X(6)  VALUE ' GAPS='.
           02  BLD-GAPS     PIC ZZ9.

       PROCEDURE DIVISION.
       MAINLINE.
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM OPEN-DELIMITED-EXPORT
           OPEN INPUT ABNDKB-FILE
           PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
                   UNTIL WS-PAIR-SUB > WS-PAIR-CNT
               PERFORM WRITE-DETAIL-LINE
           END-PERFORM
           CLOSE ABNDKB-FILE
           PERFORM WRITE-SUMMARY-LINE
           PERFORM WRITE-GAP-SECTION
           CLOSE ABNDRPT-OUT
           IF LK-DR-EXPORT-ON
               CLOSE ABNDRPT-DLM
           END-IF
           PERFORM WRITE-BATCH-LOG-ENTRY
           DISPLAY 'ABNDRPT EVENTS PROCESSED: ' WS-EVENT-CNT
           DISPLAY 'ABNDRPT DISTINCT PAIRS:   ' WS-PAIR-CNT
           DISPLAY 'ABNDRPT KB GAPS:          ' WS-GAP-CNT
           STOP RUN.

       READ-ABND-RECORD.
           MOVE PAIR-PROGRAM(WS-PAIR-SUB) TO DET-PROGRAM
           MOVE PAIR-ABCODE(WS-PAIR-SUB)  TO DET-ABCODE
           MOVE PAIR-CNT(WS-PAIR-SUB)     TO DET-CNT
           PERFORM LOOKUP-ABEND-KB
           IF PAIR-KB-FOUND(WS-PAIR-SUB)
               MOVE AKB-DESC TO DET-DESC
           END-IF
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF PAIR-KB-FOUND(WS-PAIR-SUB)
               MOVE AKB-CAUSES     TO KBL-CAUSES
               MOVE WS-KB-CAUSE-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE AKB-FIRST-RESP TO KBL-FIRST-RESP
               MOVE WS-KB-RESP-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE AKB-ESCALATE   TO KBL-ESCALATE
               MOVE AKB-KNOWN-PROB TO KBL-KNOWN-PROB
               MOVE WS-KB-ESC-LINE TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE WS-KB-MISS-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           IF LK-DR-EXPORT-ON
               PERFORM WRITE-DELIMITED-ROW
           END-IF.

      * KNOWLEDGE-BASE ENTRY FOR THIS PAIR - THE PROGRAM'S OWN ENTRY
      * IF THERE IS ONE, ELSE THE '*' WILDCARD ENTRY FOR THE CODE.
      * A PAIR WITH NEITHER IS A GAP
       LOOKUP-ABEND-KB.
           MOVE 'Y' TO PAIR-KB-SW(WS-PAIR-SUB)
           MOVE PAIR-PROGRAM(WS-PAIR-SUB) TO AKB-PROGRAM
           MOVE PAIR-ABCODE(WS-PAIR-SUB)  TO AKB-ABCODE
           READ ABNDKB-FILE
               INVALID KEY
                   MOVE '*' TO AKB-PROGRAM
                   MOVE PAIR-ABCODE(WS-PAIR-SUB) TO AKB-ABCODE
                   READ ABNDKB-FILE
                       INVALID KEY
                           MOVE 'N' TO PAIR-KB-SW(WS-PAIR-SUB)
                           ADD 1 TO WS-GAP-CNT
                   END-READ
           END-READ.

      * EVERY PAIR SEEN WITH NO KNOWLEDGE-BASE ENTRY, WORST FIRST -
      * THE WRITE-UP LIST FOR WHOEVER MAINTAINS ABNDKB
       WRITE-GAP-SECTION.
           MOVE WS-GAP-HDG TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-GAP-HDG-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
                   UNTIL WS-PAIR-SUB > WS-PAIR-CNT
               IF NOT PAIR-KB-FOUND(WS-PAIR-SUB)
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE PAIR-PROGRAM(WS-PAIR-SUB) TO DET-PROGRAM
                   MOVE PAIR-ABCODE(WS-PAIR-SUB)  TO DET-ABCODE
                   MOVE PAIR-CNT(WS-PAIR-SUB)     TO DET-CNT
                   MOVE WS-DETAIL-LINE TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-GAP-CNT TO SUM-GAPS
           MOVE WS-GAP-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE.

      * ASK DLMROW WHETHER THIS JOB'S DELIMITED EXPORT IS SWITCHED
      * ON AND, IF SO, OPEN IT WITH ITS COLUMN-NAME HEADER ROW
       OPEN-DELIMITED-EXPORT.
           MOVE 'ABNDRPT' TO LK-DR-PROGRAM
           SET LK-DR-QUERY TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           IF LK-DR-EXPORT-ON
               OPEN OUTPUT ABNDRPT-DLM
               MOVE 'RUN_DATE,PROGRAM,ABCODE,COUNT' TO DLM-LINE
               WRITE DLM-LINE
           END-IF.

      * ONE DELIMITED ROW PER PRINTED DETAIL LINE
       WRITE-DELIMITED-ROW.
           SET LK-DR-NEW-ROW TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE WS-RUN-DATE TO LK-DR-DATE
           SET LK-DR-ADD-DATE TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE PAIR-PROGRAM(WS-PAIR-SUB) TO LK-DR-TEXT
           SET LK-DR-ADD-TEXT TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE PAIR-ABCODE(WS-PAIR-SUB) TO LK-DR-TEXT
           SET LK-DR-ADD-TEXT TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE PAIR-CNT(WS-PAIR-SUB) TO LK-DR-NUMBER
           MOVE 0 TO LK-DR-DECIMALS
           SET LK-DR-ADD-NUMBER TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE LK-DR-ROW TO DLM-LINE
           WRITE DLM-LINE.

       WRITE-SUMMARY-LINE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE

       WRITE-BATCH-LOG-ENTRY.
           MOVE WS-PAIR-CNT TO BLD-PAIRS
           MOVE WS-GAP-CNT  TO BLD-GAPS
           MOVE 'ABNDRPT' TO BL-PROGRAM
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
