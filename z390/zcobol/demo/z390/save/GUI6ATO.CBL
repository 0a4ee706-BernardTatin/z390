      ***************************************************************
      * Author.  Maintenance team, following the GUI6ESC/GUI6PRI/
      *          GUI6BMNT style
      * Remarks. Nightly account-takeover screen. GUI6VEL counts how
      *          often a customer is re-keyed, GUI6DUP compares one
      *          day's extract with the last, GUI6STR watches payment
      *          amounts sitting just under the checker limit - each
      *          looks at one dimension, and none of them ties an
      *          address change to the payment change that follows it
      *          on the same customer. That pair, with the second
      *          change keyed by a different operator, is the classic
      *          takeover. This job walks GUI6HIST per customer (by
      *          permanent customer number, so a name change no longer
      *          splits one customer in two) and looks for the
      *          configured two-step
      *          sequences, each step tagged
      *            A - ADDRESS OR ZIP CHANGED
      *            N - NAME CHANGED
      *            P - PAYMEI/PAYME1I AMOUNT KEYED
      *          so 'AP' is an address change followed by a payment
      *          change and 'AN' an address change followed by a name
      *          change. The sequences searched for (PARMFIL
      *          'TAKEOVER-SEQUENCES', up to eight two-letter codes,
      *          default APANNP) and the most days between the two
      *          steps (PARMFIL 'TAKEOVER-WINDOW-DAYS', default 5) are
      *          shop parameters. Only a sequence whose second step
      *          falls inside the window ending today is reported, so
      *          an old pattern does not alert every night.
      *
      *          Every sequence found is scored (SCORING below) and a
      *          customer's score is the total of its sequences. A
      *          customer at or over PARMFIL 'TAKEOVER-ALERT-SCORE'
      *          (default 60) is an alert: it is listed on the GUI6ATRP
      *          report ranked highest score first, and a system note
      *          (NT-OPID '*AT') is added to the customer's CUSTNOTE
      *          trail naming the score, the strongest sequence and
      *          the task that completed it. TESTGUI6 shows the alert
      *          to the next operator who opens the customer, until an
      *          operator answers it with a note of their own through
      *          PF9. A rerun does not add the same note twice.
      ***************************************************************
      * 10/15/26 RPI 2224 INITIAL CODING
      * 10/15/26 RPI 2232 CUSTOMERS TRACKED AND ALERT NOTES KEYED BY
      *                   THE PERMANENT CUSTOMER NUMBER; THE NAME IS
      *                   KEPT ONLY FOR THE REPORT
      * 10/15/26 RPI 2240 GUI6HIST SELECT DECLARES THE NEW
      *                   HIST-CUST-DATE-KEY, HIST-OLD-NAME-KEY AND
      *                   HIST-NEW-NAME-KEY ALTERNATE KEYS (GUI6HIST
      *                   RECORD NOW 424 BYTES)
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUI6ATO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GUI6HIST-FILE ASSIGN TO 'GUI6HIST'
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY HIST-KEY
               ALTERNATE RECORD KEY HIST-CUST-DATE-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY HIST-OLD-NAME-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY HIST-NEW-NAME-KEY WITH DUPLICATES.
           SELECT CUSTNOTE-FILE ASSIGN TO 'CUSTNOTE'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY NT-KEY.
           SELECT GUI6ATO-RPT ASSIGN TO 'GUI6ATRP'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BATCH-LOG-FILE ASSIGN TO 'BATCHLOG'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PARMFIL-FILE ASSIGN TO 'PARMFIL'
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY PRM-KEY.
       DATA DIVISION.
       FILE SECTION.
       FD  GUI6HIST-FILE.
           COPY GUI6HIST.
       FD  CUSTNOTE-FILE.
           COPY CUSTNOTE.
       FD  GUI6ATO-RPT.
       01  RPT-LINE                PIC X(80).
       FD  BATCH-LOG-FILE.
       01  BL-LINE                 PIC X(80).
       FD  PARMFIL-FILE.
           COPY PARMFIL.

       WORKING-STORAGE SECTION.
       COPY BATCHLOG.
       COPY JULDAY.
       01  WS-HIST-EOF-SW          PIC X VALUE 'N'.
           88  WS-NO-MORE-HIST         VALUE 'Y'.
       01  WS-NOTE-EOF-SW          PIC X VALUE 'N'.
           88  WS-NO-MORE-NOTES        VALUE 'Y'.
       01  WS-NOTE-FOUND-SW        PIC X VALUE 'N'.
           88  WS-ALERT-ALREADY-NOTED  VALUE 'Y'.
       01  WS-HIST-CNT             PIC 9(7) VALUE 0.
       01  WS-EVENT-CNT            PIC 9(7) VALUE 0.
       01  WS-SEQ-CNT              PIC 9(5) VALUE 0.
       01  WS-ALERT-CNT            PIC 9(5) VALUE 0.
       01  WS-NOTE-CNT             PIC 9(5) VALUE 0.
       01  WS-CUST-DROPPED         PIC 9(5) VALUE 0.

      * SHOP PARAMETERS OFF PARMFIL - A MISSING RECORD KEEPS THE
      * DEFAULT. THE PAYMENT THRESHOLD IS THE SAME CHECKER LIMIT
      * TESTGUI6 JUDGES PAYMENTS ON, IN USD
       01  WS-WINDOW-DAYS          PIC 9(3) VALUE 5.
       01  WS-ALERT-SCORE          PIC 9(3) VALUE 60.
       01  WS-PAYMENT-THRESHOLD    PIC S9(9)V99 VALUE 10000.00.
       01  WS-SEQ-PARM             PIC X(16) VALUE 'APANNP'.
       01  WS-SEQ-PARM-R REDEFINES WS-SEQ-PARM.
           02  WS-SEQ-CODE         PIC X(2) OCCURS 8 TIMES.
       01  WS-SEQ-SUB              PIC 9(2).
       01  WS-TRY-CODE.
           02  WS-TRY-FIRST        PIC X.
               88  WS-TRY-FIRST-ADDR   VALUE 'A'.
               88  WS-TRY-FIRST-NAME   VALUE 'N'.
               88  WS-TRY-FIRST-PAY    VALUE 'P'.
           02  WS-TRY-SECOND       PIC X.
               88  WS-TRY-SECOND-ADDR  VALUE 'A'.
               88  WS-TRY-SECOND-NAME  VALUE 'N'.
               88  WS-TRY-SECOND-PAY   VALUE 'P'.
       01  WS-STEP1-SW             PIC X.
           88  WS-STEP1-MATCHED        VALUE 'Y'.
       01  WS-STEP2-SW             PIC X.
           88  WS-STEP2-MATCHED        VALUE 'Y'.

      * SCORING - A SEQUENCE STARTS FROM THE BASE WEIGHT FOR ITS CODE
      * AND PICKS UP THE ADDITIONS BELOW
      *   AP 40   AN 30   NP 30   NA 20   ANY OTHER VALID CODE 20
      *   +30  SECOND STEP KEYED BY A DIFFERENT OPERATOR
      *   +20  BOTH STEPS ON THE SAME DAY, +10 WITHIN TWO DAYS
      *   +20  THE PAYMENT STEP AT OR OVER THE CHECKER LIMIT
       01  WS-OTHER-OPID-PTS       PIC 9(3) VALUE 30.
       01  WS-SAME-DAY-PTS         PIC 9(3) VALUE 20.
       01  WS-TWO-DAY-PTS          PIC 9(3) VALUE 10.
       01  WS-LARGE-PAY-PTS        PIC 9(3) VALUE 20.
       01  WS-SEQ-SCORE            PIC 9(3).
       01  WS-GAP-DAYS             PIC S9(7).

      * TODAY, AND THE OLDEST DAY A FIRST STEP CAN FALL ON AND STILL
      * PAIR WITH A SECOND STEP INSIDE THE WINDOW
       01  WS-TODAY-JULIAN         PIC 9(5).
       01  WS-TODAY-JULIAN-R REDEFINES WS-TODAY-JULIAN.
           02  WS-TODAY-YY         PIC 9(2).
           02  WS-TODAY-DDD        PIC 9(3).
       01  WS-TODAY-CCYY           PIC 9(4).
       01  WS-TODAY-ABS-DAY        PIC S9(7).
       01  WS-TODAY-TIME           PIC 9(8).
       01  WS-REPORT-FROM-DAY      PIC S9(7).
       01  WS-OLDEST-DAY           PIC S9(7).

      * THE HISTORY RECORD BEING LOOKED AT, REDUCED TO ONE EVENT
       01  WS-HIST-DATE-DISP       PIC 9(7).
       01  WS-CUR-EVENT.
           02  CE-TASKN            PIC 9(7).
           02  CE-ABS-DAY          PIC S9(7).
           02  CE-DATE             PIC 9(8).
           02  CE-OPID             PIC X(3).
           02  CE-ADDR-SW          PIC X.
               88  CE-ADDR-CHANGE      VALUE 'Y'.
           02  CE-NAME-SW          PIC X.
               88  CE-NAME-CHANGE      VALUE 'Y'.
           02  CE-PAY-SW           PIC X.
               88  CE-PAY-CHANGE       VALUE 'Y'.
           02  CE-PAY-USD          PIC S9(9)V99.
       01  WS-PAY1-USD             PIC S9(9)V99.

      * ONE ENTRY PER CUSTOMER SEEN INSIDE THE LOOK-BACK, FOUND BY
      * CUSTOMER NUMBER (BY THE NAME THE CUSTOMER CURRENTLY HAS FOR A
      * HISTORY RECORD WITH NO NUMBER) - A NAME CHANGE MOVES THE
      * ENTRY'S NAME ON FOR THE REPORT. THE LAST TEN EVENTS ARE KEPT;
      * THE OLDEST DROPS OFF THE FRONT
       01  WS-CUST-TBL.
           02  CUST-ENTRY OCCURS 1000 TIMES.
               04  CT-CUR-NAME         PIC X(40).
               04  CT-CUST-NUMBER      PIC 9(7).
               04  CT-SCORE            PIC 9(3).
               04  CT-SEQ-CNT          PIC 9(3).
               04  CT-BEST-SCORE       PIC 9(3).
               04  CT-BEST-CODE        PIC X(2).
               04  CT-BEST-TASK1       PIC 9(7).
               04  CT-BEST-OPID1       PIC X(3).
               04  CT-BEST-DATE1       PIC 9(8).
               04  CT-BEST-TASK2       PIC 9(7).
               04  CT-BEST-OPID2       PIC X(3).
               04  CT-BEST-DATE2       PIC 9(8).
               04  CT-NOTE-STATUS      PIC X(4).
               04  CT-EVENT-CNT        PIC 9(2).
               04  CT-EVENT OCCURS 10 TIMES.
                   06  EV-TASKN        PIC 9(7).
                   06  EV-ABS-DAY      PIC S9(7).
                   06  EV-DATE         PIC 9(8).
                   06  EV-OPID         PIC X(3).
                   06  EV-ADDR-SW      PIC X.
                   06  EV-NAME-SW      PIC X.
                   06  EV-PAY-SW       PIC X.
                   06  EV-PAY-USD      PIC S9(9)V99.
       01  WS-CUST-CNT             PIC 9(4) VALUE 0.
       01  WS-CUST-SUB             PIC 9(4).
       01  WS-CUST-FOUND-SW        PIC X VALUE 'N'.
           88  WS-CUST-FOUND           VALUE 'Y'.
       01  WS-EV-SUB               PIC 9(2).
       01  WS-SHIFT-SUB            PIC 9(2).

      * GUI6PRI'S RANKING PASS, OVER THE CUSTOMER TABLE
       01  WS-SORT-I               PIC 9(4).
       01  WS-SORT-J               PIC 9(4).
       01  WS-SWAP-ENTRY           PIC X(483).

      * THE SYSTEM NOTE - THE TASK NUMBER IN IT IS HOW A RERUN KNOWS
      * THE SAME ALERT IS ALREADY ON THE CUSTOMER'S TRAIL
       01  WS-ALERT-NOTE.
           02  FILLER              PIC X(21)
                                   VALUE 'TAKEOVER ALERT SCORE '.
           02  AN-SCORE            PIC 9(3).
           02  FILLER              PIC X     VALUE SPACE.
           02  AN-SEQ-DESC         PIC X(15).
           02  FILLER              PIC X(6)  VALUE ' TASK '.
           02  AN-TASKN            PIC 9(7).
           02  FILLER              PIC X(7)  VALUE SPACES.
       01  WS-NOTE-TEXT-CHK        PIC X(60).
       01  WS-NOTE-TEXT-CHK-R REDEFINES WS-NOTE-TEXT-CHK.
           02  FILLER              PIC X(46).
           02  NC-TASKN            PIC 9(7).
           02  FILLER              PIC X(7).
       01  WS-NEXT-SEQNO           PIC 9(3).
       01  WS-NOTE-EIB-DATE        PIC 9(7).

       01  WS-RUN-DATE.
           02  WS-RUN-YYYY         PIC 9(4).
           02  WS-RUN-MM           PIC 9(2).
           02  WS-RUN-DD           PIC 9(2).

       01  WS-HDG-1.
           02  FILLER       PIC X(31) VALUE
               'GUI6 ACCOUNT-TAKEOVER ALERTS - '.
           02  HDG-RUN-DATE PIC 9(8).
           02  FILLER       PIC X(9)  VALUE ' WINDOW='.
           02  HDG-WINDOW   PIC ZZ9.
           02  FILLER       PIC X(11) VALUE ' DAYS  MIN='.
           02  HDG-MIN      PIC ZZ9.
       01  WS-HDG-2.
           02  FILLER       PIC X(6)  VALUE 'SCORE'.
           02  FILLER       PIC X(31) VALUE 'CUSTOMER'.
           02  FILLER       PIC X(5)  VALUE 'SEQS'.
           02  FILLER       PIC X(4)  VALUE 'SEQ'.
           02  FILLER       PIC X(22) VALUE 'FIRST STEP'.
           02  FILLER       PIC X(13) VALUE 'NOTE'.
       01  WS-HDG-3.
           02  FILLER       PIC X(46) VALUE SPACES.
           02  FILLER       PIC X(21) VALUE 'SECOND STEP'.
       01  WS-DETAIL-LINE.
           02  DET-SCORE       PIC ZZ9.
           02  FILLER          PIC X(3) VALUE SPACES.
           02  DET-CUST        PIC X(30).
           02  FILLER          PIC X    VALUE SPACE.
           02  DET-SEQS        PIC ZZ9.
           02  FILLER          PIC X(2) VALUE SPACES.
           02  DET-CODE        PIC X(2).
           02  FILLER          PIC X(2) VALUE SPACES.
           02  DET-TASK1       PIC 9(7).
           02  FILLER          PIC X    VALUE SPACE.
           02  DET-OPID1       PIC X(3).
           02  FILLER          PIC X    VALUE SPACE.
           02  DET-DATE1       PIC 9(8).
           02  FILLER          PIC X(2) VALUE SPACES.
           02  DET-NOTE        PIC X(4).
       01  WS-DETAIL-LINE-2.
           02  FILLER          PIC X(46) VALUE SPACES.
           02  DET-TASK2       PIC 9(7).
           02  FILLER          PIC X    VALUE SPACE.
           02  DET-OPID2       PIC X(3).
           02  FILLER          PIC X    VALUE SPACE.
           02  DET-DATE2       PIC 9(8).
       01  WS-SUMMARY-LINE.
           02  FILLER          PIC X(7)  VALUE 'EVENTS='.
           02  SUM-EVENTS      PIC Z(6)9.
           02  FILLER          PIC X(12) VALUE '  SEQUENCES='.
           02  SUM-SEQS        PIC ZZZZ9.
           02  FILLER          PIC X(9)  VALUE '  ALERTS='.
           02  SUM-ALERTS      PIC ZZZZ9.
           02  FILLER          PIC X(8)  VALUE '  NOTES='.
           02  SUM-NOTES       PIC ZZZZ9.
       01  WS-DROPPED-LINE.
           02  FILLER          PIC X(44) VALUE
               '*** CUSTOMER TABLE FULL - CUSTOMERS SKIPPED='.
           02  DRP-CNT         PIC ZZZZ9.
       01  WS-BL-DETAIL.
           02  FILLER       PIC X(8)  VALUE 'GUI6ATO '.
           02  FILLER       PIC X(7)  VALUE 'ALERTS='.
           02  BLD-ALERTS   PIC ZZZZ9.
           02  FILLER       PIC X(7)  VALUE ' NOTES='.
           02  BLD-NOTES    PIC ZZZZ9.
           02  FILLER       PIC X(5)  VALUE ' SKP='.
           02  BLD-SKIP     PIC ZZ9.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM WRITE-BATCH-START-ENTRY
           PERFORM LOAD-SHOP-PARAMETERS
           PERFORM CALC-TODAY-ABS-DAY
           OPEN INPUT GUI6HIST-FILE
           PERFORM READ-HIST-RECORD
           PERFORM UNTIL WS-NO-MORE-HIST
               ADD 1 TO WS-HIST-CNT
               IF HIST-TYPE-CHANGE
                   PERFORM SCREEN-HIST-RECORD
               END-IF
               PERFORM READ-HIST-RECORD
           END-PERFORM
           CLOSE GUI6HIST-FILE
           PERFORM RANK-CUST-TABLE
           OPEN I-O CUSTNOTE-FILE
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
                   UNTIL WS-CUST-SUB > WS-CUST-CNT
               IF CT-SCORE(WS-CUST-SUB) >= WS-ALERT-SCORE
                   ADD 1 TO WS-ALERT-CNT
                   PERFORM NOTE-CUSTOMER-ALERT
               END-IF
           END-PERFORM
           CLOSE CUSTNOTE-FILE
           OPEN OUTPUT GUI6ATO-RPT
           PERFORM WRITE-REPORT-HEADING
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
                   UNTIL WS-CUST-SUB > WS-CUST-CNT
               IF CT-SCORE(WS-CUST-SUB) >= WS-ALERT-SCORE
                   PERFORM WRITE-ALERT-LINES
               END-IF
           END-PERFORM
           PERFORM WRITE-SUMMARY-LINE
           CLOSE GUI6ATO-RPT
           PERFORM WRITE-BATCH-LOG-ENTRY
           DISPLAY 'GUI6ATO HISTORY READ:  ' WS-HIST-CNT
           DISPLAY 'GUI6ATO EVENTS KEPT:   ' WS-EVENT-CNT
           DISPLAY 'GUI6ATO SEQUENCES:     ' WS-SEQ-CNT
           DISPLAY 'GUI6ATO ALERTS:        ' WS-ALERT-CNT
           DISPLAY 'GUI6ATO NOTES ADDED:   ' WS-NOTE-CNT
           STOP RUN.

      * TODAY'S ABSOLUTE DAY FROM JULDAY, AND FROM IT THE TWO EDGES -
      * A SECOND STEP IS REPORTED FROM WS-REPORT-FROM-DAY ON, AND A
      * FIRST STEP IS WORTH KEEPING FROM ONE MORE WINDOW BACK
       CALC-TODAY-ABS-DAY.
           ACCEPT WS-TODAY-JULIAN FROM DAY
           ACCEPT WS-TODAY-TIME FROM TIME
           MOVE WS-TODAY-JULIAN TO LK-JD-JULIAN
           CALL 'JULDAY' USING JULDAY-PARMS
           MOVE LK-JD-ABS-DAY TO WS-TODAY-ABS-DAY
           COMPUTE WS-TODAY-CCYY = LK-JD-DATE / 10000
           COMPUTE WS-REPORT-FROM-DAY =
               WS-TODAY-ABS-DAY - WS-WINDOW-DAYS
           COMPUTE WS-OLDEST-DAY =
               WS-REPORT-FROM-DAY - WS-WINDOW-DAYS
      * THE SAME 0CYYDDD SHAPE EIBDATE PUTS IN A NOTE TESTGUIN WRITES
           COMPUTE WS-NOTE-EIB-DATE =
               ((WS-TODAY-CCYY - 1900) * 1000) + WS-TODAY-DDD.

       READ-HIST-RECORD.
           READ GUI6HIST-FILE NEXT
               AT END SET WS-NO-MORE-HIST TO TRUE
           END-READ.

      * REDUCE THE RECORD TO ITS A/N/P STEPS. THE OPERATOR WHO KEYED
      * IT IS THE MAKER WHEN THE CHANGE WENT THROUGH MAKER-CHECKER,
      * OTHERWISE THE SIGNED-ON OPERATOR. A RECORD OLDER THAN THE
      * LOOK-BACK, OR ONE THAT CHANGED NONE OF THE THREE, IS SKIPPED
       SCREEN-HIST-RECORD.
           MOVE HIST-DATE TO WS-HIST-DATE-DISP
           MOVE WS-HIST-DATE-DISP TO LK-JD-JULIAN
           CALL 'JULDAY' USING JULDAY-PARMS
           IF LK-JD-ABS-DAY >= WS-OLDEST-DAY
               PERFORM BUILD-CURRENT-EVENT
               IF CE-ADDR-CHANGE OR CE-NAME-CHANGE OR CE-PAY-CHANGE
                   ADD 1 TO WS-EVENT-CNT
                   PERFORM FIND-OR-ADD-CUSTOMER
                   IF WS-CUST-FOUND
                       PERFORM SCREEN-CUSTOMER-EVENT
                   END-IF
               END-IF
           END-IF.

       BUILD-CURRENT-EVENT.
           MOVE SPACES TO WS-CUR-EVENT
           MOVE HIST-TASKN    TO CE-TASKN
           MOVE LK-JD-ABS-DAY TO CE-ABS-DAY
           MOVE LK-JD-DATE    TO CE-DATE
           IF HIST-MAKER-OPID NOT = SPACES
               MOVE HIST-MAKER-OPID TO CE-OPID
           ELSE
               MOVE HIST-OPID TO CE-OPID
           END-IF
           IF HIST-NEW-ADDR NOT = HIST-OLD-ADDR
                   OR HIST-NEW-ZIP NOT = HIST-OLD-ZIP
               SET CE-ADDR-CHANGE TO TRUE
           END-IF
           IF HIST-NEW-NAME NOT = HIST-OLD-NAME
                   AND HIST-NEW-NAME NOT = SPACES
               SET CE-NAME-CHANGE TO TRUE
           END-IF
           MOVE 0 TO CE-PAY-USD
           IF HIST-PAYMEI-AMT NOT = 0 OR HIST-PAYME1I-AMT NOT = 0
               SET CE-PAY-CHANGE TO TRUE
               MOVE FUNCTION ABS(HIST-PAYMEI-USD)  TO CE-PAY-USD
               MOVE FUNCTION ABS(HIST-PAYME1I-USD) TO WS-PAY1-USD
               IF WS-PAY1-USD > CE-PAY-USD
                   MOVE WS-PAY1-USD TO CE-PAY-USD
               END-IF
           END-IF.

      * ONLY A SECOND STEP INSIDE THE WINDOW ENDING TODAY IS PAIRED
      * WITH THE CUSTOMER'S EARLIER EVENTS; EVERY EVENT IS KEPT AS A
      * POSSIBLE FIRST STEP FOR THE ONES AFTER IT
       SCREEN-CUSTOMER-EVENT.
           IF CE-ABS-DAY >= WS-REPORT-FROM-DAY
               PERFORM VARYING WS-EV-SUB FROM 1 BY 1
                       UNTIL WS-EV-SUB > CT-EVENT-CNT(WS-CUST-SUB)
                   COMPUTE WS-GAP-DAYS = CE-ABS-DAY
                       - EV-ABS-DAY(WS-CUST-SUB, WS-EV-SUB)
                   IF WS-GAP-DAYS <= WS-WINDOW-DAYS
                       PERFORM MATCH-EARLIER-EVENT
                   END-IF
               END-PERFORM
           END-IF
           PERFORM KEEP-CUSTOMER-EVENT
           IF CE-NAME-CHANGE
               MOVE HIST-NEW-NAME TO CT-CUR-NAME(WS-CUST-SUB)
           END-IF.

      * THE CUSTOMER IS WHOEVER CURRENTLY HOLDS THE NAME THE CHANGE
      * WAS KEYED AGAINST. A FULL TABLE SKIPS THE NEW CUSTOMER AND
      * SAYS SO ON THE REPORT RATHER THAN QUIETLY SCREENING LESS
       FIND-OR-ADD-CUSTOMER.
           MOVE 'N' TO WS-CUST-FOUND-SW
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
                   UNTIL WS-CUST-SUB > WS-CUST-CNT
                      OR WS-CUST-FOUND
               IF HIST-CUST-NUMBER NOT = 0
                   IF CT-CUST-NUMBER(WS-CUST-SUB) = HIST-CUST-NUMBER
                       SET WS-CUST-FOUND TO TRUE
                   END-IF
               ELSE
                   IF CT-CUR-NAME(WS-CUST-SUB) = HIST-OLD-NAME
                       SET WS-CUST-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CUST-FOUND
               SUBTRACT 1 FROM WS-CUST-SUB
           ELSE
               IF WS-CUST-CNT < 1000
                   ADD 1 TO WS-CUST-CNT
                   MOVE WS-CUST-CNT TO WS-CUST-SUB
                   INITIALIZE CUST-ENTRY(WS-CUST-SUB)
                   MOVE HIST-OLD-NAME TO CT-CUR-NAME(WS-CUST-SUB)
                   MOVE HIST-CUST-NUMBER
                       TO CT-CUST-NUMBER(WS-CUST-SUB)
                   SET WS-CUST-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-CUST-DROPPED
               END-IF
           END-IF.

      * TRY EVERY CONFIGURED SEQUENCE WITH THE EARLIER EVENT AS ITS
      * FIRST STEP AND THIS ONE AS ITS SECOND
       MATCH-EARLIER-EVENT.
           PERFORM VARYING WS-SEQ-SUB FROM 1 BY 1
                   UNTIL WS-SEQ-SUB > 8
               MOVE WS-SEQ-CODE(WS-SEQ-SUB) TO WS-TRY-CODE
               MOVE 'N' TO WS-STEP1-SW WS-STEP2-SW
               EVALUATE TRUE
                   WHEN WS-TRY-FIRST-ADDR
                       MOVE EV-ADDR-SW(WS-CUST-SUB, WS-EV-SUB)
                           TO WS-STEP1-SW
                   WHEN WS-TRY-FIRST-NAME
                       MOVE EV-NAME-SW(WS-CUST-SUB, WS-EV-SUB)
                           TO WS-STEP1-SW
                   WHEN WS-TRY-FIRST-PAY
                       MOVE EV-PAY-SW(WS-CUST-SUB, WS-EV-SUB)
                           TO WS-STEP1-SW
               END-EVALUATE
               EVALUATE TRUE
                   WHEN WS-TRY-SECOND-ADDR
                       MOVE CE-ADDR-SW TO WS-STEP2-SW
                   WHEN WS-TRY-SECOND-NAME
                       MOVE CE-NAME-SW TO WS-STEP2-SW
                   WHEN WS-TRY-SECOND-PAY
                       MOVE CE-PAY-SW  TO WS-STEP2-SW
               END-EVALUATE
               IF WS-STEP1-MATCHED AND WS-STEP2-MATCHED
                   PERFORM SCORE-SEQUENCE
               END-IF
           END-PERFORM.

       SCORE-SEQUENCE.
           EVALUATE WS-TRY-CODE
               WHEN 'AP'
                   MOVE 40 TO WS-SEQ-SCORE
               WHEN 'AN'
               WHEN 'NP'
                   MOVE 30 TO WS-SEQ-SCORE
               WHEN OTHER
                   MOVE 20 TO WS-SEQ-SCORE
           END-EVALUATE
           IF CE-OPID NOT = EV-OPID(WS-CUST-SUB, WS-EV-SUB)
               ADD WS-OTHER-OPID-PTS TO WS-SEQ-SCORE
           END-IF
           IF WS-GAP-DAYS = 0
               ADD WS-SAME-DAY-PTS TO WS-SEQ-SCORE
           ELSE
               IF WS-GAP-DAYS <= 2
                   ADD WS-TWO-DAY-PTS TO WS-SEQ-SCORE
               END-IF
           END-IF
           IF WS-TRY-SECOND-PAY
                   AND CE-PAY-USD >= WS-PAYMENT-THRESHOLD
               ADD WS-LARGE-PAY-PTS TO WS-SEQ-SCORE
           END-IF
           IF WS-TRY-FIRST-PAY
                   AND EV-PAY-USD(WS-CUST-SUB, WS-EV-SUB)
                       >= WS-PAYMENT-THRESHOLD
               ADD WS-LARGE-PAY-PTS TO WS-SEQ-SCORE
           END-IF
           ADD 1 TO WS-SEQ-CNT
           ADD 1 TO CT-SEQ-CNT(WS-CUST-SUB)
           IF CT-SCORE(WS-CUST-SUB) + WS-SEQ-SCORE > 999
               MOVE 999 TO CT-SCORE(WS-CUST-SUB)
           ELSE
               ADD WS-SEQ-SCORE TO CT-SCORE(WS-CUST-SUB)
           END-IF
           IF WS-SEQ-SCORE > CT-BEST-SCORE(WS-CUST-SUB)
               MOVE WS-SEQ-SCORE TO CT-BEST-SCORE(WS-CUST-SUB)
               MOVE WS-TRY-CODE  TO CT-BEST-CODE(WS-CUST-SUB)
               MOVE EV-TASKN(WS-CUST-SUB, WS-EV-SUB)
                   TO CT-BEST-TASK1(WS-CUST-SUB)
               MOVE EV-OPID(WS-CUST-SUB, WS-EV-SUB)
                   TO CT-BEST-OPID1(WS-CUST-SUB)
               MOVE EV-DATE(WS-CUST-SUB, WS-EV-SUB)
                   TO CT-BEST-DATE1(WS-CUST-SUB)
               MOVE CE-TASKN TO CT-BEST-TASK2(WS-CUST-SUB)
               MOVE CE-OPID  TO CT-BEST-OPID2(WS-CUST-SUB)
               MOVE CE-DATE  TO CT-BEST-DATE2(WS-CUST-SUB)
           END-IF.

      * GUI6HIST IS READ IN TASK ORDER, SO THE TEN KEPT ARE ALWAYS
      * THE CUSTOMER'S TEN MOST RECENT
       KEEP-CUSTOMER-EVENT.
           IF CT-EVENT-CNT(WS-CUST-SUB) = 10
               PERFORM VARYING WS-SHIFT-SUB FROM 1 BY 1
                       UNTIL WS-SHIFT-SUB > 9
                   MOVE CT-EVENT(WS-CUST-SUB, WS-SHIFT-SUB + 1)
                       TO CT-EVENT(WS-CUST-SUB, WS-SHIFT-SUB)
               END-PERFORM
           ELSE
               ADD 1 TO CT-EVENT-CNT(WS-CUST-SUB)
           END-IF
           MOVE CT-EVENT-CNT(WS-CUST-SUB) TO WS-EV-SUB
           MOVE CE-TASKN   TO EV-TASKN(WS-CUST-SUB, WS-EV-SUB)
           MOVE CE-ABS-DAY TO EV-ABS-DAY(WS-CUST-SUB, WS-EV-SUB)
           MOVE CE-DATE    TO EV-DATE(WS-CUST-SUB, WS-EV-SUB)
           MOVE CE-OPID    TO EV-OPID(WS-CUST-SUB, WS-EV-SUB)
           MOVE CE-ADDR-SW TO EV-ADDR-SW(WS-CUST-SUB, WS-EV-SUB)
           MOVE CE-NAME-SW TO EV-NAME-SW(WS-CUST-SUB, WS-EV-SUB)
           MOVE CE-PAY-SW  TO EV-PAY-SW(WS-CUST-SUB, WS-EV-SUB)
           MOVE CE-PAY-USD TO EV-PAY-USD(WS-CUST-SUB, WS-EV-SUB).

       RANK-CUST-TABLE.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-CUST-CNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                       UNTIL WS-SORT-J > WS-CUST-CNT - WS-SORT-I
                   IF CT-SCORE(WS-SORT-J) < CT-SCORE(WS-SORT-J + 1)
                       PERFORM SWAP-CUST-ENTRIES
                   END-IF
               END-PERFORM
           END-PERFORM.

       SWAP-CUST-ENTRIES.
           MOVE CUST-ENTRY(WS-SORT-J)     TO WS-SWAP-ENTRY
           MOVE CUST-ENTRY(WS-SORT-J + 1) TO CUST-ENTRY(WS-SORT-J)
           MOVE WS-SWAP-ENTRY             TO CUST-ENTRY(WS-SORT-J + 1).

      * ADD THE SYSTEM NOTE TO THE CUSTOMER'S CUSTNOTE TRAIL UNDER THE
      * NEXT SEQUENCE NUMBER, THE SAME WAY TESTGUIN NUMBERS AN
      * OPERATOR'S NOTE - UNLESS AN ALERT NOTE FOR THE SAME COMPLETING
      * TASK IS ALREADY THERE FROM AN EARLIER RUN. A CUSTOMER KNOWN
      * ONLY BY NAME HAS NO NOTE TRAIL TO WRITE TO
       NOTE-CUSTOMER-ALERT.
           IF CT-CUST-NUMBER(WS-CUST-SUB) = 0
               MOVE 'NONE' TO CT-NOTE-STATUS(WS-CUST-SUB)
           ELSE
               MOVE 'N' TO WS-NOTE-FOUND-SW
               MOVE 1 TO WS-NEXT-SEQNO
               MOVE CT-CUST-NUMBER(WS-CUST-SUB) TO NT-CUST-NUMBER
               MOVE 0 TO NT-SEQNO
               START CUSTNOTE-FILE KEY >= NT-KEY
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       PERFORM SCAN-CUSTOMER-NOTES
               END-START
               IF WS-ALERT-ALREADY-NOTED
                   MOVE 'SEEN' TO CT-NOTE-STATUS(WS-CUST-SUB)
               ELSE
                   PERFORM WRITE-ALERT-NOTE
               END-IF
           END-IF.

       WRITE-ALERT-NOTE.
           MOVE CT-SCORE(WS-CUST-SUB)      TO AN-SCORE
           MOVE CT-BEST-TASK2(WS-CUST-SUB) TO AN-TASKN
           EVALUATE CT-BEST-CODE(WS-CUST-SUB)
               WHEN 'AP'
                   MOVE 'ADDR THEN PAYMT' TO AN-SEQ-DESC
               WHEN 'AN'
                   MOVE 'ADDR THEN NAME'  TO AN-SEQ-DESC
               WHEN 'NP'
                   MOVE 'NAME THEN PAYMT' TO AN-SEQ-DESC
               WHEN 'NA'
                   MOVE 'NAME THEN ADDR'  TO AN-SEQ-DESC
               WHEN 'PA'
                   MOVE 'PAYMT THEN ADDR' TO AN-SEQ-DESC
               WHEN 'PN'
                   MOVE 'PAYMT THEN NAME' TO AN-SEQ-DESC
               WHEN OTHER
                   MOVE 'REPEAT CHANGES'  TO AN-SEQ-DESC
           END-EVALUATE
           MOVE CT-CUST-NUMBER(WS-CUST-SUB) TO NT-CUST-NUMBER
           MOVE WS-NEXT-SEQNO            TO NT-SEQNO
           MOVE WS-NOTE-EIB-DATE         TO NT-DATE
           COMPUTE NT-TIME = WS-TODAY-TIME / 100
           SET NT-TAKEOVER-ALERT TO TRUE
           MOVE WS-ALERT-NOTE            TO NT-TEXT
           WRITE NT-RECORD
               INVALID KEY
                   MOVE 'FAIL' TO CT-NOTE-STATUS(WS-CUST-SUB)
               NOT INVALID KEY
                   MOVE 'NEW ' TO CT-NOTE-STATUS(WS-CUST-SUB)
                   ADD 1 TO WS-NOTE-CNT
           END-WRITE.

       SCAN-CUSTOMER-NOTES.
           MOVE 'N' TO WS-NOTE-EOF-SW
           PERFORM UNTIL WS-NO-MORE-NOTES
               READ CUSTNOTE-FILE NEXT RECORD
                   AT END SET WS-NO-MORE-NOTES TO TRUE
               END-READ
               IF NOT WS-NO-MORE-NOTES
                   IF NT-CUST-NUMBER NOT = CT-CUST-NUMBER(WS-CUST-SUB)
                       SET WS-NO-MORE-NOTES TO TRUE
                   ELSE
                       COMPUTE WS-NEXT-SEQNO = NT-SEQNO + 1
                       MOVE NT-TEXT TO WS-NOTE-TEXT-CHK
                       IF NT-TAKEOVER-ALERT
                               AND NC-TASKN IS NUMERIC
                               AND NC-TASKN = CT-BEST-TASK2(WS-CUST-SUB)
                           SET WS-ALERT-ALREADY-NOTED TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-REPORT-HEADING.
           MOVE WS-RUN-DATE    TO HDG-RUN-DATE
           MOVE WS-WINDOW-DAYS TO HDG-WINDOW
           MOVE WS-ALERT-SCORE TO HDG-MIN
           MOVE WS-HDG-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HDG-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HDG-3 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

      * ONE ALERT - SCORE, CUSTOMER AND THE STRONGEST SEQUENCE'S FIRST
      * STEP ON THE FIRST LINE, ITS SECOND STEP UNDER IT
       WRITE-ALERT-LINES.
           MOVE CT-SCORE(WS-CUST-SUB)           TO DET-SCORE
           MOVE CT-CUR-NAME(WS-CUST-SUB)(1:30)  TO DET-CUST
           MOVE CT-SEQ-CNT(WS-CUST-SUB)         TO DET-SEQS
           MOVE CT-BEST-CODE(WS-CUST-SUB)       TO DET-CODE
           MOVE CT-BEST-TASK1(WS-CUST-SUB)      TO DET-TASK1
           MOVE CT-BEST-OPID1(WS-CUST-SUB)      TO DET-OPID1
           MOVE CT-BEST-DATE1(WS-CUST-SUB)      TO DET-DATE1
           MOVE CT-NOTE-STATUS(WS-CUST-SUB)     TO DET-NOTE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE CT-BEST-TASK2(WS-CUST-SUB)      TO DET-TASK2
           MOVE CT-BEST-OPID2(WS-CUST-SUB)      TO DET-OPID2
           MOVE CT-BEST-DATE2(WS-CUST-SUB)      TO DET-DATE2
           MOVE WS-DETAIL-LINE-2 TO RPT-LINE
           WRITE RPT-LINE.

       WRITE-SUMMARY-LINE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-EVENT-CNT TO SUM-EVENTS
           MOVE WS-SEQ-CNT   TO SUM-SEQS
           MOVE WS-ALERT-CNT TO SUM-ALERTS
           MOVE WS-NOTE-CNT  TO SUM-NOTES
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF WS-CUST-DROPPED > 0
               MOVE WS-CUST-DROPPED TO DRP-CNT
               MOVE WS-DROPPED-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      * ANY ALERT, OR A CUSTOMER TABLE TOO SMALL FOR THE LOOK-BACK, IS
      * A WARN ON THE MORNING DASHBOARD
       WRITE-BATCH-LOG-ENTRY.
           MOVE 'GUI6ATO' TO BL-PROGRAM
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           IF WS-ALERT-CNT > 0 OR WS-CUST-DROPPED > 0
               MOVE 'WARN' TO BL-STATUS
           ELSE
               MOVE 'DONE' TO BL-STATUS
           END-IF
           MOVE WS-ALERT-CNT TO BLD-ALERTS
           MOVE WS-NOTE-CNT  TO BLD-NOTES
           IF WS-CUST-DROPPED > 999
               MOVE 999 TO BLD-SKIP
           ELSE
               MOVE WS-CUST-DROPPED TO BLD-SKIP
           END-IF
           MOVE WS-BL-DETAIL TO BL-DETAIL
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.

      * ONE 'STRT' ENTRY AT JOB ENTRY, PAIRED BY BATCHWIN WITH THE
      * COMPLETION ENTRY ABOVE
       WRITE-BATCH-START-ENTRY.
           MOVE 'GUI6ATO' TO BL-PROGRAM
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           MOVE 'STRT' TO BL-STATUS
           MOVE SPACES TO BL-DETAIL
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.

       LOAD-SHOP-PARAMETERS.
           OPEN INPUT PARMFIL-FILE
           MOVE 'TAKEOVER-WINDOW-DAYS' TO PRM-NAME
           READ PARMFIL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PRM-VALUE NOT = SPACES
                       COMPUTE WS-WINDOW-DAYS =
                           FUNCTION NUMVAL(PRM-VALUE)
                   END-IF
           END-READ
           MOVE 'TAKEOVER-ALERT-SCORE' TO PRM-NAME
           READ PARMFIL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PRM-VALUE NOT = SPACES
                       COMPUTE WS-ALERT-SCORE =
                           FUNCTION NUMVAL(PRM-VALUE)
                   END-IF
           END-READ
           MOVE 'TAKEOVER-SEQUENCES' TO PRM-NAME
           READ PARMFIL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PRM-VALUE NOT = SPACES
                       MOVE PRM-VALUE TO WS-SEQ-PARM
                   END-IF
           END-READ
           MOVE 'PAYMENT-THRESHOLD' TO PRM-NAME
           READ PARMFIL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PRM-VALUE NOT = SPACES
                       COMPUTE WS-PAYMENT-THRESHOLD =
                           FUNCTION NUMVAL(PRM-VALUE)
                   END-IF
           END-READ
           CLOSE PARMFIL-FILE.
