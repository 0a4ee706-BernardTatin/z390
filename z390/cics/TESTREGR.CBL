      *****************************************************************
      * Author.  Maintenance team, following the TESTBECS/TESTGU6S
      *          style
      * Remarks. Data-driven regression harness for the CICS
      *          transactions. TESTBECS and TESTGU6S each hard-code
      *          their scenarios, so covering one more case meant more
      *          program code. This reads its cases from the REGRSCN
      *          scenario file instead - or, when no REGRSCN cards are
      *          supplied, from the standard deck in REGRDECK.CPY -
      *          runs each one, compares what actually happened with
      *          what the case expects, DISPLAYs PASS or FAIL per case
      *          and rolls the suite up into one TESTREGR BATCHLOG
      *          entry, which GUI6GATE gates the extract on alongside
      *          the two smoke tests.
      *
      *          A case is driven the same ways the smoke tests drive
      *          theirs: EXEC CICS LINK for a program that ends in a
      *          plain RETURN, EXEC CICS START for one that ends in
      *          XCTL or RETURN TRANSID (which never come back to a
      *          LINK caller - see TESTGU6S RPI 2151), or a plain CALL
      *          for the shared subprograms (FXRATEC, SIGNCHK, ...)
      *          that hold the edits of the map-driven transactions,
      *          whose own RECEIVE MAP needs a real terminal. Every
      *          outcome is confirmed off its side-effect record, the
      *          TESTBECS "trust the record, not the call" approach.
      *
      *          REGRSCN CARDS (80 COLUMNS, ONE CASE = A C CARD AND
      *          THE CARDS UP TO THE NEXT ONE, * IN COLUMN 1 = NOTE)
      *            C CASE    COLS 3-10 CASE ID, 12-19 PROGRAM (LINK,
      *                      CALL) OR TRANSID (START), 22-26 ACTION
      *                      LINK/START/CALL/NONE, 28-31 COMMAREA OR
      *                      PARAMETER LENGTH (0000 = NONE, UP TO
      *                      1024), 33-80 DESCRIPTION
      *            D DATA    COL 3 TARGET - A THE COMMAREA/PARAMETER
      *                      AREA, S THE RECORD TO STAGE, K THE KEY
      *                      FOR AN F/K EXPECTATION; COL 4 T TEXT OR
      *                      X HEX; 14-17 OFFSET (FROM 1), 19-20
      *                      LENGTH IN BYTES, 22-80 THE VALUE (59
      *                      CHARACTERS, OR 29 BYTES AS HEX DIGITS)
      *            W WRITE   STAGES THE S RECORD BUILT SO FAR - COLS
      *                      5-12 FILE, 14-17 RECORD LENGTH, 19-20 KEY
      *                      LENGTH, 22-25 KEY OFFSET. STAGED RECORDS
      *                      ARE DELETED AGAIN WHEN THE CASE ENDS (SEE
      *                      TESTGU6S RPI 2157)
      *            E EXPECT  COL 3 KIND, COL 4 T/X, 5-12 QUEUE OR
      *                      FILE, 14-17 OFFSET, 19-20 LENGTH, 22-80
      *                      THE EXPECTED VALUE -
      *                        R  RESP OF THE ACTION (22-25 DECIMAL,
      *                           0000 NORMAL - THE DEFAULT, 0013
      *                           NOTFND, 0027 PGMIDERR, ...)
      *                        A  BYTES OF THE COMMAREA/PARAMETER
      *                           AREA AS IT CAME BACK
      *                        Q  AN ENTRY ON TD QUEUE (BAUD, BQEX,
      *                           ...) HOLDING THE VALUE
      *                        F  A RECORD ON FILE (GUI6HIST,
      *                           OOBLOG, ...) FROM THE K KEY ON,
      *                           STILL UNDER THAT KEY PREFIX,
      *                           HOLDING THE VALUE
      *                        K  RESP OF A KEYED READ OF THE K KEY
      *                           (22-25 DECIMAL, AS FOR R)
      *          D A/S CARDS AND W CARDS GO BEFORE THE FIRST E CARD -
      *          THE FIRST E CARD RUNS THE ACTION. READQ TD IS
      *          DESTRUCTIVE, SO A Q EXPECTATION CONSUMES THE ENTRIES
      *          IT READS (UP TO 20) THE WAY TESTBECS ALWAYS HAS - RUN
      *          THE SUITE IN THE TEST REGION, NOT AGAINST A LIVE
      *          DAY'S QUEUES.
      *****************************************************************
      * 10/15/26 RPI 2261 INITIAL CODING
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TESTREGR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SCENARIO-FILE ASSIGN TO 'REGRSCN'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BATCH-LOG-FILE ASSIGN TO 'BATCHLOG'
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SCENARIO-FILE.
       01  SCENARIO-LINE        PIC X(80).
       FD  BATCH-LOG-FILE.
       01  BL-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       COPY BATCHLOG.
       COPY REGRDECK.
       01  WS-RESP              PIC S9(8) COMP.

       01  WS-EOF-SW            PIC X VALUE 'N'.
           88  WS-NO-MORE-CARDS      VALUE 'Y'.
       01  WS-DECK-SW           PIC X VALUE 'N'.
           88  WS-USING-DECK         VALUE 'Y'.
       01  WS-DECK-IDX          PIC 9(3) VALUE 0.
       01  WS-CARDS-READ        PIC 9(5) VALUE 0.

       01  WS-CARD.
           02  CD-TYPE          PIC X.
               88  CD-NOTE           VALUE '*'.
               88  CD-CASE           VALUE 'C'.
               88  CD-DATA           VALUE 'D'.
               88  CD-WRITE          VALUE 'W'.
               88  CD-EXPECT         VALUE 'E'.
           02  FILLER           PIC X(79).
       01  WS-CASE-CARD REDEFINES WS-CARD.
           02  FILLER           PIC X(2).
           02  CC-CASE-ID       PIC X(8).
           02  FILLER           PIC X.
           02  CC-PROGRAM       PIC X(8).
           02  FILLER           PIC X(2).
           02  CC-ACTION        PIC X(5).
               88  CC-LINK           VALUE 'LINK '.
               88  CC-START          VALUE 'START'.
               88  CC-CALL           VALUE 'CALL '.
               88  CC-NONE           VALUE 'NONE '.
           02  FILLER           PIC X.
           02  CC-AREA-LEN      PIC 9(4).
           02  FILLER           PIC X.
           02  CC-DESC          PIC X(48).
       01  WS-ITEM-CARD REDEFINES WS-CARD.
           02  FILLER           PIC X(2).
           02  CI-KIND          PIC X.
           02  CI-FORMAT        PIC X.
               88  CI-HEX            VALUE 'X'.
           02  CI-RESOURCE      PIC X(8).
           02  FILLER           PIC X.
           02  CI-OFFSET        PIC 9(4).
           02  FILLER           PIC X.
           02  CI-LENGTH        PIC 9(2).
           02  FILLER           PIC X.
           02  CI-VALUE         PIC X(59).
           02  CI-RESP-VALUE REDEFINES CI-VALUE.
               03  CI-RESP      PIC 9(4).
               03  FILLER       PIC X(55).
       01  WS-WRITE-CARD REDEFINES WS-CARD.
           02  FILLER           PIC X(4).
           02  CW-FILE          PIC X(8).
           02  FILLER           PIC X.
           02  CW-REC-LEN       PIC 9(4).
           02  FILLER           PIC X.
           02  CW-KEY-LEN       PIC 9(2).
           02  FILLER           PIC X.
           02  CW-KEY-OFFSET    PIC 9(4).
           02  FILLER           PIC X(55).

      * THE CASE IN PROGRESS
       01  WS-CASE-SW           PIC X VALUE 'N'.
           88  WS-CASE-OPEN          VALUE 'Y'.
       01  WS-ACTION-SW         PIC X VALUE 'N'.
           88  WS-ACTION-RUN         VALUE 'Y'.
       01  WS-CASE-ID           PIC X(8).
       01  WS-CASE-DESC         PIC X(48).
       01  WS-CASE-ERR-CNT      PIC 9(3) VALUE 0.
       01  WS-ACT-TYPE          PIC X(5).
       01  WS-ACT-PROGRAM       PIC X(8).
       01  WS-ACT-TRANSID       PIC X(4).
       01  WS-ACT-RESP          PIC S9(8) COMP VALUE 0.
       01  WS-EXPECT-RESP       PIC S9(8) COMP VALUE 0.
       01  WS-AREA-LEN          PIC S9(4) COMP VALUE 0.
       01  WS-ACTION-AREA       PIC X(1024).

      * RECORDS STAGED BY W CARDS, DELETED AGAIN AT END OF CASE
       01  WS-STAGE-REC         PIC X(4096).
       01  WS-STAGE-LEN         PIC S9(4) COMP.
       01  WS-STAGE-KEY         PIC X(90).
       01  WS-STAGED-CNT        PIC 9(2) VALUE 0.
       01  WS-STAGED-TBL.
           02  STG-ENTRY OCCURS 10 TIMES.
               03  STG-FILE     PIC X(8).
               03  STG-KEY      PIC X(90).
       01  WS-STG-IDX           PIC 9(2).

      * KEY FOR F/K EXPECTATIONS AND THE RECORD/QUEUE BUFFERS -
      * GENERIC, THE HLTHCHK WAY, SO NO LAYOUT KNOWLEDGE IS NEEDED
       01  WS-KEY-BUF           PIC X(90).
       01  WS-KEY-LEN           PIC 9(2) VALUE 0.
       01  WS-BR-KEY            PIC X(90).
       01  WS-FILE-NAME         PIC X(8).
       01  WS-FILE-REC          PIC X(4096).
       01  WS-REC-LEN           PIC S9(4) COMP.
       01  WS-Q-NAME            PIC X(4).
       01  WS-Q-REC             PIC X(512).
       01  WS-Q-LEN             PIC S9(4) COMP.
       01  WS-SCAN-CNT          PIC 9(3).
       01  WS-EMPTY-CNT         PIC 9(2).
       01  WS-FOUND-SW          PIC X.
           88  WS-FOUND              VALUE 'Y'.

      * THE CARD VALUE, CONVERTED FROM HEX WHERE COL 4 IS X
       01  WS-VALUE             PIC X(59).
       01  WS-VAL-END           PIC 9(5).
       01  WS-VAL-LIMIT         PIC 9(5).
       01  WS-VAL-OK-SW         PIC X.
           88  WS-VAL-OK             VALUE 'Y'.
       01  WS-HEX-DIGITS        PIC X(16) VALUE '0123456789ABCDEF'.
       01  WS-HX-IDX            PIC 9(2).
       01  WS-HX-POS            PIC 9(3).
       01  WS-HX-CHAR           PIC X.
       01  WS-HX-HIGH           PIC 9(2).
       01  WS-HX-LOW            PIC 9(2).
       01  WS-BYTE-IDX          PIC 9(3).
       01  WS-BYTE-VALUES.
           02  FILLER PIC X(16) VALUE
               X'000102030405060708090A0B0C0D0E0F'.
           02  FILLER PIC X(16) VALUE
               X'101112131415161718191A1B1C1D1E1F'.
           02  FILLER PIC X(16) VALUE
               X'202122232425262728292A2B2C2D2E2F'.
           02  FILLER PIC X(16) VALUE
               X'303132333435363738393A3B3C3D3E3F'.
           02  FILLER PIC X(16) VALUE
               X'404142434445464748494A4B4C4D4E4F'.
           02  FILLER PIC X(16) VALUE
               X'505152535455565758595A5B5C5D5E5F'.
           02  FILLER PIC X(16) VALUE
               X'606162636465666768696A6B6C6D6E6F'.
           02  FILLER PIC X(16) VALUE
               X'707172737475767778797A7B7C7D7E7F'.
           02  FILLER PIC X(16) VALUE
               X'808182838485868788898A8B8C8D8E8F'.
           02  FILLER PIC X(16) VALUE
               X'909192939495969798999A9B9C9D9E9F'.
           02  FILLER PIC X(16) VALUE
               X'A0A1A2A3A4A5A6A7A8A9AAABACADAEAF'.
           02  FILLER PIC X(16) VALUE
               X'B0B1B2B3B4B5B6B7B8B9BABBBCBDBEBF'.
           02  FILLER PIC X(16) VALUE
               X'C0C1C2C3C4C5C6C7C8C9CACBCCCDCECF'.
           02  FILLER PIC X(16) VALUE
               X'D0D1D2D3D4D5D6D7D8D9DADBDCDDDEDF'.
           02  FILLER PIC X(16) VALUE
               X'E0E1E2E3E4E5E6E7E8E9EAEBECEDEEEF'.
           02  FILLER PIC X(16) VALUE
               X'F0F1F2F3F4F5F6F7F8F9FAFBFCFDFEFF'.
       01  WS-BYTE-TABLE REDEFINES WS-BYTE-VALUES.
           02  WS-BYTE          PIC X OCCURS 256 TIMES.

       01  WS-SHOW-RESP         PIC -(8)9.
       01  WS-SHOW-WANT         PIC -(8)9.
       01  WS-PASS-CNT          PIC 9(3) VALUE 0.
       01  WS-FAIL-CNT          PIC 9(3) VALUE 0.

       01  WS-RUN-DATE.
           02  WS-RUN-YYYY      PIC 9(4).
           02  WS-RUN-MM        PIC 9(2).
           02  WS-RUN-DD        PIC 9(2).
       01  WS-BL-DETAIL.
           02  FILLER           PIC X(6)  VALUE 'PASS='.
           02  BLD-PASS-CNT     PIC ZZ9.
           02  FILLER           PIC X(6)  VALUE ' FAIL='.
           02  BLD-FAIL-CNT     PIC ZZ9.
           02  FILLER           PIC X(23) VALUE SPACES.

       PROCEDURE DIVISION.
       MAINLINE.
           OPEN INPUT SCENARIO-FILE
           PERFORM READ-SCENARIO-CARD
           IF WS-NO-MORE-CARDS
               DISPLAY 'TESTREGR NO REGRSCN CARDS - RUNNING THE '
                   'STANDARD DECK'
               SET WS-USING-DECK TO TRUE
               MOVE 'N' TO WS-EOF-SW
               PERFORM READ-SCENARIO-CARD
           END-IF
           PERFORM UNTIL WS-NO-MORE-CARDS
               PERFORM PROCESS-SCENARIO-CARD
               PERFORM READ-SCENARIO-CARD
           END-PERFORM
           PERFORM FINISH-CASE
           CLOSE SCENARIO-FILE
           PERFORM WRITE-BATCH-LOG-ENTRY
           DISPLAY 'TESTREGR PASS=' WS-PASS-CNT ' FAIL=' WS-FAIL-CNT
           EXEC CICS RETURN END-EXEC.

       READ-SCENARIO-CARD.
           IF WS-USING-DECK
               ADD 1 TO WS-DECK-IDX
               IF WS-DECK-IDX > RD-CARD-CNT
                   SET WS-NO-MORE-CARDS TO TRUE
               ELSE
                   MOVE RD-CARD(WS-DECK-IDX) TO WS-CARD
               END-IF
           ELSE
               READ SCENARIO-FILE INTO WS-CARD
                   AT END SET WS-NO-MORE-CARDS TO TRUE
               END-READ
               IF NOT WS-NO-MORE-CARDS
                   ADD 1 TO WS-CARDS-READ
               END-IF
           END-IF.

       PROCESS-SCENARIO-CARD.
           EVALUATE TRUE
               WHEN CD-NOTE OR WS-CARD = SPACES
                   CONTINUE
               WHEN CD-CASE
                   PERFORM FINISH-CASE
                   PERFORM START-CASE
               WHEN NOT WS-CASE-OPEN
      * A CARD BEFORE THE FIRST CASE BELONGS TO NOTHING - COUNT IT
      * AS A FAILURE SO A BROKEN DECK CANNOT GO GREEN
                   ADD 1 TO WS-FAIL-CNT
                   DISPLAY 'TESTREGR FAIL - CARD BEFORE ANY C CARD: '
                       WS-CARD
               WHEN CD-DATA
                   PERFORM APPLY-DATA-CARD
               WHEN CD-WRITE
                   PERFORM STAGE-FILE-RECORD
               WHEN CD-EXPECT
                   IF NOT WS-ACTION-RUN
                       PERFORM RUN-CASE-ACTION
                   END-IF
                   PERFORM CHECK-EXPECTATION
               WHEN OTHER
                   PERFORM CARD-ERROR
           END-EVALUATE.

       START-CASE.
           SET WS-CASE-OPEN TO TRUE
           MOVE 'N' TO WS-ACTION-SW
           MOVE 0 TO WS-CASE-ERR-CNT
           MOVE 0 TO WS-ACT-RESP
           MOVE 0 TO WS-EXPECT-RESP
           MOVE 0 TO WS-STAGED-CNT
           MOVE 0 TO WS-KEY-LEN
           MOVE SPACES TO WS-ACTION-AREA
           MOVE SPACES TO WS-STAGE-REC
           MOVE LOW-VALUES TO WS-KEY-BUF
           MOVE CC-CASE-ID TO WS-CASE-ID
           MOVE CC-DESC    TO WS-CASE-DESC
           MOVE CC-ACTION  TO WS-ACT-TYPE
           MOVE CC-PROGRAM TO WS-ACT-PROGRAM
           MOVE CC-PROGRAM(1:4) TO WS-ACT-TRANSID
           MOVE 0 TO WS-AREA-LEN
           IF NOT (CC-LINK OR CC-START OR CC-CALL OR CC-NONE)
               DISPLAY 'TESTREGR   CASE ' WS-CASE-ID
                   ' ACTION MUST BE LINK, START, CALL OR NONE'
               ADD 1 TO WS-CASE-ERR-CNT
               SET WS-ACTION-RUN TO TRUE
           ELSE
               IF CC-AREA-LEN IS NOT NUMERIC OR CC-AREA-LEN > 1024
                   DISPLAY 'TESTREGR   CASE ' WS-CASE-ID
                       ' COMMAREA LENGTH NOT 0000-1024'
                   ADD 1 TO WS-CASE-ERR-CNT
                   SET WS-ACTION-RUN TO TRUE
               ELSE
                   MOVE CC-AREA-LEN TO WS-AREA-LEN
               END-IF
           END-IF.

      * A CARD THE HARNESS CANNOT ACT ON FAILS ITS CASE - A TYPO IN
      * THE DECK MUST NOT QUIETLY TURN INTO A PASS
       CARD-ERROR.
           ADD 1 TO WS-CASE-ERR-CNT
           DISPLAY 'TESTREGR   CASE ' WS-CASE-ID ' BAD CARD: ' WS-CARD.

      * OFFSET/LENGTH OF A D OR E CARD MUST LIE INSIDE THE TARGET
      * (WS-VAL-LIMIT BYTES), AND A HEX VALUE MUST BE CLEAN HEX
       CONVERT-CARD-VALUE.
           MOVE 'Y' TO WS-VAL-OK-SW
           MOVE SPACES TO WS-VALUE
           IF CI-OFFSET IS NOT NUMERIC OR CI-LENGTH IS NOT NUMERIC
               MOVE 'N' TO WS-VAL-OK-SW
           ELSE
               COMPUTE WS-VAL-END = CI-OFFSET + CI-LENGTH - 1
               IF CI-OFFSET = 0 OR CI-LENGTH = 0
                       OR WS-VAL-END > WS-VAL-LIMIT
                   MOVE 'N' TO WS-VAL-OK-SW
               END-IF
           END-IF
           IF WS-VAL-OK
               IF CI-HEX
                   IF CI-LENGTH > 29
                       MOVE 'N' TO WS-VAL-OK-SW
                   ELSE
                       PERFORM VARYING WS-HX-POS FROM 1 BY 1
                               UNTIL WS-HX-POS > CI-LENGTH
                                   OR NOT WS-VAL-OK
                           PERFORM CONVERT-HEX-BYTE
                       END-PERFORM
                   END-IF
               ELSE
                   MOVE CI-VALUE(1:CI-LENGTH)
                       TO WS-VALUE(1:CI-LENGTH)
               END-IF
           END-IF
           IF NOT WS-VAL-OK
               PERFORM CARD-ERROR
           END-IF.

       CONVERT-HEX-BYTE.
           MOVE CI-VALUE(WS-HX-POS * 2 - 1:1) TO WS-HX-CHAR
           PERFORM FIND-HEX-DIGIT
           MOVE WS-HX-IDX TO WS-HX-HIGH
           MOVE CI-VALUE(WS-HX-POS * 2:1) TO WS-HX-CHAR
           PERFORM FIND-HEX-DIGIT
           MOVE WS-HX-IDX TO WS-HX-LOW
           IF WS-HX-HIGH > 16 OR WS-HX-LOW > 16
               MOVE 'N' TO WS-VAL-OK-SW
           ELSE
               COMPUTE WS-BYTE-IDX =
                   (WS-HX-HIGH - 1) * 16 + WS-HX-LOW
               MOVE WS-BYTE(WS-BYTE-IDX) TO WS-VALUE(WS-HX-POS:1)
           END-IF.

       FIND-HEX-DIGIT.
           PERFORM VARYING WS-HX-IDX FROM 1 BY 1
                   UNTIL WS-HX-IDX > 16
                       OR WS-HEX-DIGITS(WS-HX-IDX:1) = WS-HX-CHAR
               CONTINUE
           END-PERFORM.

      * D CARDS BUILD THE COMMAREA/PARAMETER AREA, THE RECORD TO
      * STAGE, OR THE KEY AN F/K EXPECTATION LOOKS UP
       APPLY-DATA-CARD.
           EVALUATE CI-KIND
               WHEN 'A'
                   IF WS-ACTION-RUN
                       PERFORM CARD-ERROR
                   ELSE
                       MOVE 1024 TO WS-VAL-LIMIT
                       PERFORM CONVERT-CARD-VALUE
                       IF WS-VAL-OK
                           MOVE WS-VALUE(1:CI-LENGTH)
                               TO WS-ACTION-AREA(CI-OFFSET:CI-LENGTH)
                       END-IF
                   END-IF
               WHEN 'S'
                   IF WS-ACTION-RUN
                       PERFORM CARD-ERROR
                   ELSE
                       MOVE 4096 TO WS-VAL-LIMIT
                       PERFORM CONVERT-CARD-VALUE
                       IF WS-VAL-OK
                           MOVE WS-VALUE(1:CI-LENGTH)
                               TO WS-STAGE-REC(CI-OFFSET:CI-LENGTH)
                       END-IF
                   END-IF
               WHEN 'K'
                   MOVE 90 TO WS-VAL-LIMIT
                   PERFORM CONVERT-CARD-VALUE
                   IF WS-VAL-OK
                       MOVE WS-VALUE(1:CI-LENGTH)
                           TO WS-KEY-BUF(CI-OFFSET:CI-LENGTH)
                       IF WS-VAL-END > WS-KEY-LEN
                           MOVE WS-VAL-END TO WS-KEY-LEN
                       END-IF
                   END-IF
               WHEN OTHER
                   PERFORM CARD-ERROR
           END-EVALUATE.

      * WRITE THE STAGED RECORD BEFORE THE ACTION RUNS AND REMEMBER
      * ITS KEY SO FINISH-CASE CAN CLEAN IT UP AGAIN
       STAGE-FILE-RECORD.
           IF WS-ACTION-RUN
                   OR WS-STAGED-CNT >= 10
                   OR CW-REC-LEN IS NOT NUMERIC
                   OR CW-KEY-LEN IS NOT NUMERIC
                   OR CW-KEY-OFFSET IS NOT NUMERIC
               PERFORM CARD-ERROR
           ELSE
           IF CW-REC-LEN = 0 OR CW-REC-LEN > 4096
                   OR CW-KEY-LEN = 0 OR CW-KEY-LEN > 90
                   OR CW-KEY-OFFSET = 0
                   OR CW-KEY-OFFSET + CW-KEY-LEN - 1 > CW-REC-LEN
               PERFORM CARD-ERROR
           ELSE
               MOVE LOW-VALUES TO WS-STAGE-KEY
               MOVE WS-STAGE-REC(CW-KEY-OFFSET:CW-KEY-LEN)
                   TO WS-STAGE-KEY(1:CW-KEY-LEN)
               MOVE CW-REC-LEN TO WS-STAGE-LEN
               MOVE CW-FILE    TO WS-FILE-NAME
               EXEC CICS WRITE DATASET(WS-FILE-NAME)
                   FROM(WS-STAGE-REC)
                   RIDFLD(WS-STAGE-KEY)
                   LENGTH(WS-STAGE-LEN)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   ADD 1 TO WS-STAGED-CNT
                   MOVE WS-FILE-NAME TO STG-FILE(WS-STAGED-CNT)
                   MOVE WS-STAGE-KEY TO STG-KEY(WS-STAGED-CNT)
               ELSE
                   ADD 1 TO WS-CASE-ERR-CNT
                   MOVE WS-RESP TO WS-SHOW-RESP
                   DISPLAY 'TESTREGR   CASE ' WS-CASE-ID
                       ' STAGE WRITE TO ' WS-FILE-NAME
                       ' RESP=' WS-SHOW-RESP
               END-IF
               MOVE SPACES TO WS-STAGE-REC
           END-IF
           END-IF.

      * DRIVE THE CASE - LINK AND CALL COME BACK HERE WITH THE AREA
      * AS THE PROGRAM LEFT IT, A STARTED TASK IS CONFIRMED PURELY OFF
      * ITS SIDE-EFFECT RECORDS, AND NONE RUNS NOTHING (A CASE THAT
      * ONLY CHECKS FILE CONTENT THE TRANSACTION DEPENDS ON)
       RUN-CASE-ACTION.
           SET WS-ACTION-RUN TO TRUE
           MOVE 0 TO WS-ACT-RESP
           EVALUATE WS-ACT-TYPE
               WHEN 'LINK '
                   IF WS-AREA-LEN > 0
                       EXEC CICS LINK PROGRAM(WS-ACT-PROGRAM)
                           COMMAREA(WS-ACTION-AREA)
                           LENGTH(WS-AREA-LEN)
                           RESP(WS-ACT-RESP)
                       END-EXEC
                   ELSE
                       EXEC CICS LINK PROGRAM(WS-ACT-PROGRAM)
                           RESP(WS-ACT-RESP)
                       END-EXEC
                   END-IF
               WHEN 'START'
                   IF WS-AREA-LEN > 0
                       EXEC CICS START TRANSID(WS-ACT-TRANSID)
                           FROM(WS-ACTION-AREA)
                           LENGTH(WS-AREA-LEN)
                           RESP(WS-ACT-RESP)
                       END-EXEC
                   ELSE
                       EXEC CICS START TRANSID(WS-ACT-TRANSID)
                           RESP(WS-ACT-RESP)
                       END-EXEC
                   END-IF
               WHEN 'CALL '
                   CALL WS-ACT-PROGRAM USING WS-ACTION-AREA
                       ON EXCEPTION
                           MOVE DFHRESP(PGMIDERR) TO WS-ACT-RESP
                   END-CALL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHECK-EXPECTATION.
           EVALUATE CI-KIND
               WHEN 'R'
                   IF CI-RESP IS NUMERIC
                       MOVE CI-RESP TO WS-EXPECT-RESP
                   ELSE
                       PERFORM CARD-ERROR
                   END-IF
               WHEN 'A'
                   MOVE 1024 TO WS-VAL-LIMIT
                   PERFORM CONVERT-CARD-VALUE
                   IF WS-VAL-OK
                       IF WS-ACTION-AREA(CI-OFFSET:CI-LENGTH)
                               NOT = WS-VALUE(1:CI-LENGTH)
                           ADD 1 TO WS-CASE-ERR-CNT
                           DISPLAY 'TESTREGR   CASE ' WS-CASE-ID
                               ' AREA AT ' CI-OFFSET
                               ' EXPECTED=' WS-VALUE(1:CI-LENGTH)
                               ' GOT='
                               WS-ACTION-AREA(CI-OFFSET:CI-LENGTH)
                       END-IF
                   END-IF
               WHEN 'Q'
                   MOVE 512 TO WS-VAL-LIMIT
                   PERFORM CONVERT-CARD-VALUE
                   IF WS-VAL-OK
                       PERFORM CHECK-QUEUE-ENTRY
                   END-IF
               WHEN 'F'
                   MOVE 4096 TO WS-VAL-LIMIT
                   PERFORM CONVERT-CARD-VALUE
                   IF WS-VAL-OK
                       PERFORM CHECK-FILE-RECORD
                   END-IF
               WHEN 'K'
                   IF CI-RESP IS NUMERIC
                       PERFORM CHECK-KEYED-READ
                   ELSE
                       PERFORM CARD-ERROR
                   END-IF
               WHEN OTHER
                   PERFORM CARD-ERROR
           END-EVALUATE.

      * READ THE QUEUE UNTIL AN ENTRY CARRIES THE VALUE - A FEW EMPTY
      * READS ARE RETRIED FOR A STARTED TASK THAT HAS NOT QUEUED ITS
      * RECORD YET, AS TESTBECS DOES
       CHECK-QUEUE-ENTRY.
           MOVE CI-RESOURCE(1:4) TO WS-Q-NAME
           MOVE 'N' TO WS-FOUND-SW
           MOVE 0 TO WS-SCAN-CNT
           MOVE 0 TO WS-EMPTY-CNT
           PERFORM UNTIL WS-FOUND OR WS-SCAN-CNT >= 20
                   OR WS-EMPTY-CNT >= 3
               MOVE SPACES TO WS-Q-REC
               MOVE 512 TO WS-Q-LEN
               EXEC CICS READQ TD
                   QUEUE(WS-Q-NAME)
                   INTO(WS-Q-REC)
                   LENGTH(WS-Q-LEN)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                       OR WS-RESP = DFHRESP(LENGERR)
                   ADD 1 TO WS-SCAN-CNT
                   IF WS-Q-REC(CI-OFFSET:CI-LENGTH)
                           = WS-VALUE(1:CI-LENGTH)
                       SET WS-FOUND TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO WS-EMPTY-CNT
               END-IF
           END-PERFORM
           IF NOT WS-FOUND
               ADD 1 TO WS-CASE-ERR-CNT
               DISPLAY 'TESTREGR   CASE ' WS-CASE-ID
                   ' NO ' WS-Q-NAME ' ENTRY WITH ' WS-VALUE(1:CI-LENGTH)
                   ' AT ' CI-OFFSET ' (' WS-SCAN-CNT ' READ)'
           END-IF.

      * BROWSE FROM THE K KEY WHILE THE KEY PREFIX STILL MATCHES,
      * LOOKING FOR A RECORD THAT CARRIES THE VALUE
       CHECK-FILE-RECORD.
           MOVE CI-RESOURCE TO WS-FILE-NAME
           MOVE 'N' TO WS-FOUND-SW
           MOVE 0 TO WS-SCAN-CNT
           MOVE WS-KEY-BUF TO WS-BR-KEY
           EXEC CICS STARTBR DATASET(WS-FILE-NAME)
               RIDFLD(WS-BR-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM UNTIL WS-FOUND OR WS-SCAN-CNT >= 50
                       OR WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 4096 TO WS-REC-LEN
                   EXEC CICS READNEXT DATASET(WS-FILE-NAME)
                       INTO(WS-FILE-REC)
                       LENGTH(WS-REC-LEN)
                       RIDFLD(WS-BR-KEY)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       ADD 1 TO WS-SCAN-CNT
                       IF WS-KEY-LEN > 0
                           IF WS-BR-KEY(1:WS-KEY-LEN)
                                   NOT = WS-KEY-BUF(1:WS-KEY-LEN)
                               MOVE DFHRESP(ENDFILE) TO WS-RESP
                           END-IF
                       END-IF
                   END-IF
                   IF WS-RESP = DFHRESP(NORMAL)
                       IF WS-FILE-REC(CI-OFFSET:CI-LENGTH)
                               = WS-VALUE(1:CI-LENGTH)
                           SET WS-FOUND TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR DATASET(WS-FILE-NAME) END-EXEC
           END-IF
           IF NOT WS-FOUND
               ADD 1 TO WS-CASE-ERR-CNT
               DISPLAY 'TESTREGR   CASE ' WS-CASE-ID
                   ' NO ' WS-FILE-NAME ' RECORD WITH '
                   WS-VALUE(1:CI-LENGTH) ' AT ' CI-OFFSET
           END-IF.

       CHECK-KEYED-READ.
           MOVE CI-RESOURCE TO WS-FILE-NAME
           MOVE 4096 TO WS-REC-LEN
           EXEC CICS READ DATASET(WS-FILE-NAME)
               INTO(WS-FILE-REC)
               LENGTH(WS-REC-LEN)
               RIDFLD(WS-KEY-BUF)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = CI-RESP
               ADD 1 TO WS-CASE-ERR-CNT
               MOVE WS-RESP TO WS-SHOW-RESP
               MOVE CI-RESP TO WS-SHOW-WANT
               DISPLAY 'TESTREGR   CASE ' WS-CASE-ID
                   ' READ ' WS-FILE-NAME ' RESP=' WS-SHOW-RESP
                   ' EXPECTED ' WS-SHOW-WANT
           END-IF.

      * CLOSE THE CASE - RUN THE ACTION IF NO E CARD DID, CHECK ITS
      * RESP, CLEAN UP THE STAGED RECORDS, AND SCORE IT
       FINISH-CASE.
           IF WS-CASE-OPEN
               IF NOT WS-ACTION-RUN
                   PERFORM RUN-CASE-ACTION
               END-IF
               IF WS-ACT-RESP NOT = WS-EXPECT-RESP
                   ADD 1 TO WS-CASE-ERR-CNT
                   MOVE WS-ACT-RESP TO WS-SHOW-RESP
                   MOVE WS-EXPECT-RESP TO WS-SHOW-WANT
                   DISPLAY 'TESTREGR   CASE ' WS-CASE-ID
                       ' ' WS-ACT-TYPE ' ' WS-ACT-PROGRAM
                       ' RESP=' WS-SHOW-RESP
                       ' EXPECTED ' WS-SHOW-WANT
               END-IF
               PERFORM VARYING WS-STG-IDX FROM 1 BY 1
                       UNTIL WS-STG-IDX > WS-STAGED-CNT
                   PERFORM DELETE-STAGED-RECORD
               END-PERFORM
               IF WS-CASE-ERR-CNT = 0
                   ADD 1 TO WS-PASS-CNT
                   DISPLAY 'TESTREGR PASS - CASE ' WS-CASE-ID
                       ' ' WS-CASE-DESC
               ELSE
                   ADD 1 TO WS-FAIL-CNT
                   DISPLAY 'TESTREGR FAIL - CASE ' WS-CASE-ID
                       ' ' WS-CASE-DESC
               END-IF
               MOVE 'N' TO WS-CASE-SW
           END-IF.

       DELETE-STAGED-RECORD.
           MOVE STG-FILE(WS-STG-IDX) TO WS-FILE-NAME
           MOVE STG-KEY(WS-STG-IDX)  TO WS-STAGE-KEY
           EXEC CICS DELETE DATASET(WS-FILE-NAME)
               RIDFLD(WS-STAGE-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               ADD 1 TO WS-CASE-ERR-CNT
               MOVE WS-RESP TO WS-SHOW-RESP
               DISPLAY 'TESTREGR   CASE ' WS-CASE-ID
                   ' STAGED ' WS-FILE-NAME ' RECORD NOT DELETED RESP='
                   WS-SHOW-RESP
           END-IF.

      * FAIL WHEN ANY CASE FAILED, AND WHEN NO CASE RAN AT ALL - AN
      * EMPTY SUITE HAS PROVEN NOTHING, THE GUI6GATE RULE
       WRITE-BATCH-LOG-ENTRY.
           MOVE 'TESTREGR' TO BL-PROGRAM
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE   TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           IF WS-FAIL-CNT > 0 OR WS-PASS-CNT = 0
               MOVE 'FAIL' TO BL-STATUS
           ELSE
               MOVE 'DONE' TO BL-STATUS
           END-IF
           MOVE WS-PASS-CNT TO BLD-PASS-CNT
           MOVE WS-FAIL-CNT TO BLD-FAIL-CNT
           MOVE WS-BL-DETAIL TO BL-DETAIL
           OPEN EXTEND BATCH-LOG-FILE
           WRITE BL-LINE FROM BATCHLOG-REC
           CLOSE BATCH-LOG-FILE.
