      *          extract plus the four calendar days before it, each
      *          retained by the overnight JCL under its own logical
      *          name the same way GUI6DUP's GUI6EXTY holds yesterday's
      *          - and counts how many times each customer shows up
      *          as a changed record across the whole window, so a
      *          customer record being re-keyed repeatedly over the
      *          week stands out even when no two of those changes
      * 09/01/26 RPI 2186 EXTRACT LAYOUT V003/179 - TRAILING
      *                   EXTR-REASON-CD ADDED BY GUI6EXT, EXPECTED
      *                   HEADER VERSION BUMPED TO MATCH
      * 10/15/26 RPI 2232 EXTRACT LAYOUT V005/187 - TRAILING
      *                   EXTR-CUST-NUMBER ADDED BY GUI6EXT, EXPECTED
      *                   HEADER VERSION BUMPED TO MATCH; CHANGES ARE
      *                   NOW COUNTED PER CUSTOMER NUMBER, SO A RENAME
      *                   INSIDE THE WINDOW NO LONGER SPLITS ONE
      *                   CUSTOMER'S COUNT IN TWO
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUI6VEL.
       DATA DIVISION.
       FILE SECTION.
       FD  GUI6-EXTRACT-D0.
       01  D0-LINE                  PIC X(187).
       FD  GUI6-EXTRACT-D1.
       01  D1-LINE                  PIC X(187).
       FD  GUI6-EXTRACT-D2.
       01  D2-LINE                  PIC X(187).
       FD  GUI6-EXTRACT-D3.
       01  D3-LINE                  PIC X(187).
       FD  GUI6-EXTRACT-D4.
       01  D4-LINE                  PIC X(187).
       FD  GUI6VEL-RPT.
       01  RPT-LINE                 PIC X(80).
       FD  BATCH-LOG-FILE.
           02  EXTR-TYPE            PIC X(1).
           02  EXTR-CUST-NAME       PIC X(40).
           02  FILLER               PIC X(139).
           02  EXTR-CUST-NUMBER     PIC 9(7).
       01  WS-EOF-SW                PIC X VALUE 'N'.
           88  WS-NO-MORE-RECS           VALUE 'Y'.
       01  WS-DAYS-LOADED           PIC 9(1) VALUE 0.
           02  EXTH-TYPE            PIC X(1).
           02  EXTH-LAYOUT-VERSION  PIC 9(3).
           02  EXTH-REC-LEN         PIC 9(5).
       01  WS-EXPECTED-VERSION      PIC 9(3) VALUE 005.
       01  WS-EXPECTED-REC-LEN      PIC 9(5) VALUE 00187.
       01  WS-HDR-OK-SW             PIC X VALUE 'N'.
           88  WS-HEADER-OK              VALUE 'Y'.
       01  WS-HDR-EMPTY-SW          PIC X VALUE 'N'.
           88  WS-HDR-FILE-EMPTY         VALUE 'Y'.
       01  WS-HDR-FILE-NAME         PIC X(8).
       01  WS-HDR-LINE              PIC X(187).

      * ONE ACCUMULATOR ENTRY PER DISTINCT CUSTOMER NUMBER SEEN ACROSS
      * THE WHOLE 5-DAY WINDOW (LISTED UNDER THE LATEST NAME SEEN),
      * SAME LINEAR-SEARCH-AND-ADD PATTERN GUI6DUP AND BECVOL USE FOR
      * THEIR OWN ACCUMULATOR TABLES
       01  WS-CUST-TBL.
           02  CUST-ENTRY OCCURS 500 TIMES.
               04  CUST-NAME-T      PIC X(40).
               04  CUST-NUMBER-T    PIC 9(7).
               04  CUST-CHG-CNT     PIC 9(3).
       01  WS-CUST-CNT              PIC 9(4) VALUE 0.
       01  WS-CUST-SUB              PIC 9(4).
               END-READ
           END-PERFORM.

      * FIND (OR ADD) THE ACCUMULATOR ENTRY FOR THIS CUSTOMER AND
      * BUMP ITS CHANGE COUNT
       ACCUMULATE-CUST-NAME.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
                   UNTIL WS-CUST-SUB > WS-CUST-CNT
               IF CUST-NUMBER-T(WS-CUST-SUB) = EXTR-CUST-NUMBER
                   MOVE EXTR-CUST-NAME TO CUST-NAME-T(WS-CUST-SUB)
                   SET WS-CUST-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-CUST-CNT
               MOVE WS-CUST-CNT    TO WS-CUST-SUB
               MOVE EXTR-CUST-NAME TO CUST-NAME-T(WS-CUST-SUB)
               MOVE EXTR-CUST-NUMBER TO CUST-NUMBER-T(WS-CUST-SUB)
               MOVE 0              TO CUST-CHG-CNT(WS-CUST-SUB)
           END-IF
           IF WS-CUST-SUB <= WS-CUST-CNT
