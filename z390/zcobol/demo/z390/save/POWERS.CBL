      ***************************************************************
      * Author.  Don Higgins
      * Date.    06/29/06
      * Remarks. COBOL Powers of 2 from 0 to 126 - or of 10 from 0
      *          to 38, or of 16 from 0 to 31, by the parm card's base
      ***************************************************************
      * 03/14/09 RPI 1004 UPGRADED TO USE COMP PIC S9(39) QW
      * 08/08/26 RPI 2000 SYSIN PARM CARD DRIVES START/END POWER
      *                   WIDENED BOTH COUNTERS AND THEIR DISPLAY
      *                   PICTURES TO PIC 9(5)/PIC ZZZZ9 TO COVER THE
      *                   MULTI-RANGE CEILING
      * 10/15/26 RPI 2258 THE PARM CARD NOW TAKES A BASE IN COLUMNS
      *                   11-12 - 2 (THE DEFAULT WHEN BLANK), 10 FOR
      *                   DECIMAL PIC BOUNDARIES OR 16 FOR HEX/PACKED
      *                   SIZING - SO THE DATA-STANDARDS GROUP CAN
      *                   CHECK COMP AND COMP-3 CAPACITY FOR ANY OF THE
      *                   THREE. EACH CARD'S RANGE RUNS IN ITS OWN BASE
      *                   UP TO THAT BASE'S CEILING (2**126, 10**38,
      *                   16**31), WITH THE OVERFLOW COLUMNS UNCHANGED.
      *                   THE BASE IS CARRIED ON EVERY POWBASE AND
      *                   POWBASEH RECORD AND VERIFY MODE COUNTS A
      *                   BASELINE CAPTURED FOR ANOTHER BASE AS A
      *                   MISMATCH INSTEAD OF COMPARING IT
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POWERS.
           02  PARM-END     PIC 9(3).
           02  FILLER       PIC X.
           02  PARM-MODE    PIC X.
           02  FILLER       PIC X.
           02  PARM-BASE    PIC X(2).
           02  FILLER       PIC X(68).
       FD  POWERS-RPT.
       01  RPT-LINE         PIC X(80).
       FD  BATCH-LOG-FILE.
       01  BL-LINE          PIC X(80).
       FD  BASELINE-FILE.
       01  BASE-LINE        PIC X(46).
       FD  HISTORY-FILE.
       01  HIST-LINE        PIC X(59).
       WORKING-STORAGE SECTION.
       COPY BATCHLOG.
       COPY BASEDIFF.
           02  WS-RANGE-ENTRY OCCURS 20 TIMES.
               03  RANGE-START  PIC 9(3).
               03  RANGE-END    PIC 9(3).
               03  RANGE-RDX    PIC 9(1).
       01  WS-RANGE-CNT     PIC 9(3) VALUE 0.
       01  WS-RANGE-SUB     PIC 9(3) VALUE 0.
       01  WS-RANGE-HDG.
           02  RHDG-START   PIC ZZ9.
           02  FILLER       PIC X(4)  VALUE ' TO '.
           02  RHDG-END     PIC ZZ9.
           02  FILLER       PIC X(6)  VALUE ' BASE '.
           02  RHDG-BASE    PIC Z9.
           02  FILLER       PIC X(30) VALUE SPACES.

      * THE BASES A PARM CARD MAY ASK FOR. RDX-MAX-POWER IS THE
      * HIGHEST POWER OF THAT BASE STILL HELD BY PNUM - WITHIN
      * PIC S9(39) AND BELOW THE 2**127 SIGN BIT OF THE QW, THE SAME
      * CEILING THAT HAS ALWAYS STOPPED BASE 2 AT 126
       01  WS-RDX-VALUES.
           02  FILLER PIC X(20) VALUE '021262** 32 TABLE   '.
           02  FILLER PIC X(9)  VALUE '2**POWER'.
           02  FILLER PIC X(20) VALUE '1003810**410 TABLE  '.
           02  FILLER PIC X(9)  VALUE '10**POWER'.
           02  FILLER PIC X(20) VALUE '1603116**416 TABLE  '.
           02  FILLER PIC X(9)  VALUE '16**POWER'.
       01  WS-RDX-TBL REDEFINES WS-RDX-VALUES.
           02  RDX-ENTRY OCCURS 3 TIMES.
               03  RDX-BASE         PIC 9(2).
               03  RDX-MAX-POWER    PIC 9(3).
               03  RDX-LABEL        PIC X(4).
               03  RDX-LABEL-LEN    PIC 9(1).
               03  RDX-TITLE        PIC X(10).
               03  RDX-COL-HDG      PIC X(9).
       01  WS-RDX-SUB       PIC 9(1) VALUE 1.
       01  WS-RADIX         PIC 9(2) VALUE 2.
       01  WS-RUN-DATE.
           02  WS-RUN-YYYY  PIC 9(4).
           02  WS-RUN-MM    PIC 9(2).
       01  WS-LINE-CNT      PIC 9(3) VALUE 0.
       01  WS-LINES-PER-PG  PIC 9(3) VALUE 60.
       01  WS-HDG-1.
           02  FILLER       PIC X(10) VALUE 'POWERS OF '.
           02  HDG-TITLE    PIC X(10).
           02  FILLER       PIC X(10) VALUE 'RUN DATE '.
           02  HDG-MM       PIC 9(2).
           02  FILLER       PIC X VALUE '/'.
           02  HDG-PAGE     PIC ZZ9.
       01  WS-HDG-2.
           02  FILLER       PIC X(12) VALUE 'POWER'.
           02  HDG-PNUM-COL PIC X(43).
           02  FILLER       PIC X(6)  VALUE 'C3'.
           02  FILLER       PIC X(6)  VALUE 'C4'.
           02  FILLER       PIC X(6)  VALUE 'CW'.
      * BASELINE-VERIFICATION MODE. PARM-MODE 'B' WRITES BASE-POWER/
      * BASE-PNUM PAIRS TO POWBASE FOR THIS RUN'S RANGE; 'V' READS
      * THEM BACK AND COMPARES THEM TO THE FRESH PNUM JUST COMPUTED.
      * BASE-RADIX CARRIES THE BASE THE PAIR WAS CAPTURED FOR, SO A
      * BASE 10 PNUM IS NEVER CHECKED AGAINST A BASE 2 BASELINE. A
      * BASELINE WRITTEN BEFORE THE BASE WAS CARRIED HAS IT BLANK -
      * THOSE WERE ALL BASE 2.
       01  WS-RUN-MODE-SW   PIC X VALUE ' '.
           88  WS-BASELINE-MODE      VALUE 'B'.
           88  WS-VERIFY-MODE        VALUE 'V'.
           02  BASE-POWER   PIC 9(3).
           02  FILLER       PIC X.
           02  BASE-PNUM    PIC 9(39).
           02  FILLER       PIC X.
           02  BASE-RADIX   PIC 9(2).
       01  WS-BASE-EOF-SW   PIC X VALUE 'N'.
           88  WS-NO-MORE-BASE      VALUE 'Y'.
       01  WS-MISMATCH-CNT  PIC 9(5) VALUE 0.
           02  HIST-C3-FLAG     PIC X.
           02  HIST-C4-FLAG     PIC X.
           02  HIST-CW-FLAG     PIC X.
           02  FILLER           PIC X.
           02  HIST-RADIX       PIC 9(2).
       01  WS-BL-VERIFY-DETAIL.
           02  FILLER       PIC X(7)  VALUE 'POWERS '.
           02  FILLER       PIC X(7)  VALUE 'RANGES='.
       ONE-RANGE.
           MOVE RANGE-START(WS-RANGE-SUB) TO WS-START-POWER
           MOVE RANGE-END(WS-RANGE-SUB)   TO WS-END-POWER
           MOVE RANGE-RDX(WS-RANGE-SUB)   TO WS-RDX-SUB
           MOVE RDX-BASE(WS-RDX-SUB)      TO WS-RADIX
           PERFORM CALC-START-PNUM
           PERFORM WRITE-RANGE-BREAK
           PERFORM UNTIL POWER > WS-END-POWER
               DISPLAY 'POWER OF '
                   RDX-LABEL(WS-RDX-SUB)(1:RDX-LABEL-LEN(WS-RDX-SUB))
                   POWER ' = ' PNUM
               PERFORM WRITE-DETAIL-LINE
               PERFORM VERIFY-OR-BASELINE-LINE
               IF POWER < WS-END-POWER
                   MULTIPLY WS-RADIX BY PNUM
               END-IF
               ADD 1    TO POWER
           END-PERFORM.

               MOVE WS-RANGE-CNT   TO RHDG-CNT
               MOVE WS-START-POWER TO RHDG-START
               MOVE WS-END-POWER   TO RHDG-END
               MOVE WS-RADIX       TO RHDG-BASE
               MOVE WS-RANGE-HDG TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
      * BASELINE-MODE WRITES THIS ITERATION'S POWER/PNUM PAIR TO
      * POWBASE; VERIFY-MODE COMPARES IT AGAINST THE NEXT SAVED PAIR
      * AND COUNTS A MISMATCH IF THEY DIFFER (INCLUDING A BASELINE
      * THAT RAN OUT EARLY, WHICH VERIFIES AGAINST NOTHING, AND ONE
      * CAPTURED FOR ANOTHER BASE, WHICH IS NOT COMPARED AT ALL)
       VERIFY-OR-BASELINE-LINE.
           IF WS-BASELINE-MODE
               MOVE POWER TO BASE-POWER
               MOVE PNUM  TO BASE-PNUM
               MOVE WS-RADIX TO BASE-RADIX
               MOVE WS-BASE-REC TO BASE-LINE
               WRITE BASE-LINE
               MOVE WS-RUN-DATE  TO HIST-RUN-DATE
               MOVE DET-C3-FLAG  TO HIST-C3-FLAG
               MOVE DET-C4-FLAG  TO HIST-C4-FLAG
               MOVE DET-CW-FLAG  TO HIST-CW-FLAG
               MOVE WS-RADIX     TO HIST-RADIX
               MOVE WS-HIST-REC  TO HIST-LINE
               WRITE HIST-LINE
           ELSE
                   ADD 1 TO WS-MISMATCH-CNT
                   DISPLAY 'POWERVER MISMATCH AT POWER ' POWER
                       ' - NO BASELINE RECORD'
               ELSE
               IF BASE-RADIX NOT = WS-RADIX
                   ADD 1 TO WS-MISMATCH-CNT
                   DISPLAY 'POWERVER MISMATCH AT POWER ' POWER
                       ' - BASELINE IS FOR BASE ' BASE-RADIX
                       ', THIS RANGE IS BASE ' WS-RADIX
                   PERFORM READ-BASE-RECORD
               ELSE
                   MOVE 'POWER' TO LK-BD-KEY
                   MOVE PNUM TO LK-BD-CURRENT
                   END-IF
                   PERFORM READ-BASE-RECORD
               END-IF
               END-IF
           END-IF
           END-IF.

       READ-BASE-RECORD.
           READ BASELINE-FILE INTO WS-BASE-REC
               AT END SET WS-NO-MORE-BASE TO TRUE
           END-READ
           IF NOT WS-NO-MORE-BASE AND BASE-RADIX NOT NUMERIC
               MOVE 2 TO BASE-RADIX
           END-IF.

       WRITE-DETAIL-LINE.
           IF WS-LINE-CNT = 0 OR WS-LINE-CNT >= WS-LINES-PER-PG
           MOVE WS-RUN-DD   TO HDG-DD
           MOVE WS-RUN-YYYY TO HDG-YYYY
           MOVE WS-PAGE-NBR TO HDG-PAGE
           MOVE RDX-TITLE(WS-RDX-SUB)   TO HDG-TITLE
           MOVE RDX-COL-HDG(WS-RDX-SUB) TO HDG-PNUM-COL
           MOVE WS-HDG-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HDG-2 TO RPT-LINE
      * FIRST, SO ONE RUN CAN COVER SEVERAL DISCONTINUOUS RANGES. THE
      * RUN MODE COMES FROM THE FIRST CARD THAT SETS ONE - IT GOVERNS
      * THE WHOLE RUN, NOT ANY SINGLE RANGE, SO LATER CARDS LEAVING
      * PARM-MODE BLANK DO NOT RESET IT BACK TO NORMAL MODE. THE
      * BASE (2, 10 OR 16 IN COLUMNS 11-12, BLANK MEANING 2) BELONGS
      * TO EACH CARD'S OWN RANGE, AND THE END POWER IS CHECKED
      * AGAINST THAT BASE'S CEILING
       LOAD-PARM-CARDS.
           OPEN INPUT PARM-FILE
           PERFORM READ-PARM-CARD
           PERFORM UNTIL WS-NO-MORE-PARMS
               EVALUATE PARM-BASE
                   WHEN SPACES
                   WHEN '2 '
                   WHEN ' 2'
                   WHEN '02'
                       MOVE 1 TO WS-RDX-SUB
                   WHEN '10'
                       MOVE 2 TO WS-RDX-SUB
                   WHEN '16'
                       MOVE 3 TO WS-RDX-SUB
                   WHEN OTHER
                       MOVE 0 TO WS-RDX-SUB
               END-EVALUATE
               IF WS-RDX-SUB > 0
                  AND PARM-START IS NUMERIC AND PARM-END IS NUMERIC
                  AND PARM-START <= PARM-END
                  AND PARM-END <= RDX-MAX-POWER(WS-RDX-SUB)
                  AND WS-RANGE-CNT < 20
                   ADD 1 TO WS-RANGE-CNT
                   MOVE PARM-START TO RANGE-START(WS-RANGE-CNT)
                   MOVE PARM-END   TO RANGE-END(WS-RANGE-CNT)
                   MOVE WS-RDX-SUB TO RANGE-RDX(WS-RANGE-CNT)
               END-IF
               IF WS-RUN-MODE-SW = SPACE
                  AND (PARM-MODE = 'B' OR PARM-MODE = 'V')
               MOVE 1  TO WS-RANGE-CNT
               MOVE 0  TO RANGE-START(1)
               MOVE 126 TO RANGE-END(1)
               MOVE 1  TO RANGE-RDX(1)
           END-IF.

       READ-PARM-CARD.
           MOVE 1 TO PNUM
           PERFORM VARYING POWER FROM 0 BY 1
                   UNTIL POWER NOT < WS-START-POWER
               MULTIPLY WS-RADIX BY PNUM
           END-PERFORM
           MOVE WS-START-POWER TO POWER.

