      *          snapshot with no visibility into the trend behind it.
      ***************************************************************
      * 08/21/26 RPI 2069 INITIAL CODING
      * 10/15/26 RPI 2258 POWBASEH NOW CARRIES THE BASE (2, 10 OR 16)
      *                   POWERS RAN EACH RANGE IN - THE TREND IS KEPT
      *                   PER BASE AND POWER SO A BASE 10 CAPTURE NEVER
      *                   COUNTS AS THE PREVIOUS CAPTURE OF THE SAME
      *                   POWER OF 2. A HISTORY RECORD WITH NO BASE
      *                   PREDATES IT AND IS BASE 2
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POWTREND.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       01  HIST-LINE            PIC X(59).
       FD  POWTREND-RPT.
       01  RPT-LINE             PIC X(80).
       FD  BATCH-LOG-FILE.
           02  HIST-C3-FLAG     PIC X.
           02  HIST-C4-FLAG     PIC X.
           02  HIST-CW-FLAG     PIC X.
           02  FILLER           PIC X.
           02  HIST-RADIX       PIC 9(2).
       01  WS-EOF-SW            PIC X VALUE 'N'.
           88  WS-NO-MORE-HIST      VALUE 'Y'.
       01  WS-RUN-DATE.
       01  WS-RECORD-CNT        PIC 9(5) VALUE 0.
       01  WS-NEW-CNT           PIC 9(3) VALUE 0.

      * ONE ACCUMULATOR ENTRY PER DISTINCT BASE AND POWER SEEN ACROSS
      * ALL BASELINE CAPTURES ON POWBASEH (127 POWERS OF 2, 39 OF 10
      * AND 32 OF 16 AT MOST). PWR-CUR-FLAGGED/PWR-PRV-FLAGGED
      * TRACK THE MOST RECENT TWO CAPTURES' OVERALL FLAG STATUS
      * (C3, C4, OR CW SET) SO THE TREND COLUMN CAN TELL A POWER THAT
      * JUST STARTED OVERFLOWING FROM ONE THAT'S BEEN BAD ALL ALONG
       01  WS-PWR-TBL.
           02  PWR-ENTRY OCCURS 198 TIMES.
               04  PWR-RADIX        PIC 9(2).
               04  PWR-POWER        PIC 9(3).
               04  PWR-CAPTURE-CNT  PIC 9(5).
               04  PWR-FLAGGED-CNT  PIC 9(5).
           02  FILLER       PIC X VALUE '/'.
           02  HDG-YYYY     PIC 9(4).
       01  WS-HDG-2.
           02  FILLER       PIC X(6)  VALUE 'BASE'.
           02  FILLER       PIC X(8)  VALUE 'POWER'.
           02  FILLER       PIC X(10) VALUE 'CAPTURES'.
           02  FILLER       PIC X(10) VALUE 'FLAGGED'.
           02  FILLER       PIC X(10) VALUE 'LASTDATE'.
           02  FILLER       PIC X(8)  VALUE 'TREND'.
       01  WS-DETAIL-LINE.
           02  DET-RADIX    PIC Z9.
           02  FILLER       PIC X(4) VALUE SPACES.
           02  DET-POWER    PIC ZZ9.
           02  FILLER       PIC X(6) VALUE SPACES.
           02  DET-CAPTURES PIC ZZZZ9.
           END-READ
           IF NOT WS-NO-MORE-HIST
               MOVE HIST-LINE TO WS-HIST-REC
               IF HIST-RADIX NOT NUMERIC
                   MOVE 2 TO HIST-RADIX
               END-IF
               ADD 1 TO WS-RECORD-CNT
           END-IF.

      * FIND (OR ADD) THE ACCUMULATOR ENTRY FOR THIS BASE AND POWER,
      * SHIFT ITS CURRENT FLAG STATUS DOWN TO PREVIOUS, AND SET THE
      * NEW CURRENT STATUS FROM THIS CAPTURE. RECORDS ARRIVE IN THE
      * ORDER POWERS WROTE THEM, SO THE LAST TIME THROUGH FOR A GIVEN
      * POWER LEAVES PWR-CUR-FLAGGED HOLDING THE MOST RECENT CAPTURE
      * AND PWR-PRV-FLAGGED HOLDING THE ONE BEFORE IT
       ACCUMULATE-HIST-RECORD.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-PWR-SUB FROM 1 BY 1
                   UNTIL WS-PWR-SUB > WS-PWR-CNT
               IF PWR-RADIX(WS-PWR-SUB) = HIST-RADIX
                       AND PWR-POWER(WS-PWR-SUB) = HIST-POWER
                   SET WS-PWR-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-PWR-FOUND AND WS-PWR-CNT < 198
               ADD 1 TO WS-PWR-CNT
               MOVE WS-PWR-CNT       TO WS-PWR-SUB
               MOVE HIST-RADIX       TO PWR-RADIX(WS-PWR-SUB)
               MOVE HIST-POWER       TO PWR-POWER(WS-PWR-SUB)
               MOVE 0                TO PWR-CAPTURE-CNT(WS-PWR-SUB)
               MOVE 0                TO PWR-FLAGGED-CNT(WS-PWR-SUB)
      *   PRV=N CUR=N  - CLEAN, NOTHING TO REPORT
       WRITE-DETAIL-LINE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE PWR-RADIX(WS-PWR-SUB)       TO DET-RADIX
           MOVE PWR-POWER(WS-PWR-SUB)       TO DET-POWER
           MOVE PWR-CAPTURE-CNT(WS-PWR-SUB) TO DET-CAPTURES
           MOVE PWR-FLAGGED-CNT(WS-PWR-SUB) TO DET-FLAGGED
