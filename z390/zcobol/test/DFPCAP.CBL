      ***************************************************************
      * Author.  Maintenance team, following the DFPACCR/GUI6GLRC
      *          style
      * Date.    10/14/26
      * Remarks. Month-end interest capitalization. DFPACCR compounds
      *          each account's daily interest into its running
      *          balance but only ever reports it - nothing carried
      *          the accrued interest back into ACCT-PRINCIPAL, so
      *          finance re-keyed every new principal off ACCRRPT to
      *          build next month's DFPACCT deck. This reads the
      *          month's DFPACCT together with the DFPINTR results
      *          DFPACCR wrote for it and produces next month's
      *          DFPACCT (DFPACCTN) with each account's principal
      *          replaced by its closing balance - the old principal
      *          plus the month's net DFPTRAN activity plus the
      *          interest, rounded to the cent.
      *
      *          The CAPRPT register shows every account before and
      *          after, foots the columns, and proves the totals back
      *          to the portfolio record DFPACCR wrote with its
      *          PORTFOLIO summary line. A DFPINTR without that
      *          portfolio record is an accrual run that never
      *          finished, and nothing is capitalized from it.
      *
      *          An optional SYSIN card carries next month's day count
      *          (columns 1-5); blank carries ACCT-DAYS forward as is.
      *          Columns 7-12 carry the period being capitalized
      *          (YYYYMM); blank means the month of the run date.
      ***************************************************************
      * 10/14/26 RPI 2213 INITIAL CODING
      * 10/14/26 RPI 2215 EVERY ACCOUNT CAPITALIZED IS NOW ALSO
      *                   APPENDED TO THE DFPCAPH CAPITALIZATION
      *                   HISTORY (PERIOD, ACCOUNT, INTEREST CREDITED)
      *                   THE YEAR-END DFPTAXY TAX REPORTING JOB READS,
      *                   AND THE SYSIN CARD TAKES THE PERIOD
      * 10/14/26 RPI 2218 DFPACCT IS NOW THE VSAM ACCOUNT MASTER - THE
      *                   NEW PRINCIPAL (AND ANY NEW DAY COUNT) IS
      *                   REWRITTEN ONTO THE MASTER ITSELF AND STAMPED
      *                   WITH THE PERIOD, SO A RERUN FOR THE SAME
      *                   PERIOD SHOWS THE ACCOUNT 'ALREADY CAPD' AND
      *                   WARNS INSTEAD OF CAPITALIZING IT TWICE.
      *                   DFPACCTN IS STILL WRITTEN AS AN IMAGE OF THE
      *                   MASTER AFTER CAPITALIZATION. CLOSED ACCOUNTS
      *                   ARE PASSED OVER, AS DFPACCR PASSES THEM OVER
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFPCAP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO 'DFPACCT'
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY ACCT-ID.
           SELECT ACCRUAL-RESULT-FILE ASSIGN TO 'DFPINTR'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT NEW-ACCOUNT-FILE ASSIGN TO 'DFPACCTN'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CAP-HIST-FILE ASSIGN TO 'DFPCAPH'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CAP-RPT ASSIGN TO 'CAPRPT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BATCH-LOG-FILE ASSIGN TO 'BATCHLOG'
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
           COPY DFPACCT.
       FD  ACCRUAL-RESULT-FILE.
           COPY DFPINTR.
       FD  NEW-ACCOUNT-FILE.
       01  NEW-ACCT-REC.
           02  NEW-ACCT-ID          PIC X(10).
           02  FILLER               PIC X.
           02  NEW-ACCT-PRINCIPAL   PIC 9(9)V99.
           02  FILLER               PIC X.
           02  NEW-ACCT-ANNUAL-RATE PIC 9(3)V9(4).
           02  FILLER               PIC X.
           02  NEW-ACCT-DAYS        PIC 9(5).
           02  FILLER               PIC X(48).
       FD  CAP-HIST-FILE.
           COPY DFPCAPH.
       FD  CAP-RPT.
       01  RPT-LINE                 PIC X(110).
       FD  BATCH-LOG-FILE.
       01  BL-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       COPY BATCHLOG.
       01  WS-ACCT-EOF-SW            PIC X VALUE 'N'.
           88  WS-NO-MORE-ACCTS          VALUE 'Y'.
       01  WS-INTR-EOF-SW            PIC X VALUE 'N'.
           88  WS-NO-MORE-RESULTS        VALUE 'Y'.
       01  WS-PORT-FOUND-SW          PIC X VALUE 'N'.
           88  WS-PORT-FOUND             VALUE 'Y'.

      * NEXT MONTH'S DAY COUNT OFF THE OPTIONAL SYSIN CARD - BLANK OR
      * ZERO CARRIES EACH ACCOUNT'S ACCT-DAYS FORWARD UNCHANGED. THE
      * PERIOD (YYYYMM) STAMPED ON DFPCAPH DEFAULTS TO THE RUN MONTH
       01  WS-PARM-CARD.
           02  WS-PARM-DAYS          PIC X(5).
           02  FILLER                PIC X.
           02  WS-PARM-PERIOD        PIC X(6).
           02  FILLER                PIC X(68).
       01  WS-NEXT-DAYS              PIC 9(5) VALUE 0.
       01  WS-CAP-PERIOD             PIC 9(6) VALUE 0.

      * THE PORTFOLIO RECORD DFPACCR WROTE BEHIND ITS LAST ACCOUNT -
      * THE REGISTER MUST FOOT BACK TO THESE
       01  WS-PORT-ACCT-CNT          PIC 9(5) VALUE 0.
       01  WS-PORT-INTEREST          PIC S9(11)V9(6) VALUE 0.
       01  WS-PORT-BALANCE           PIC S9(13)V9(6) VALUE 0.

      * EVERY DFPINTR ACCOUNT RESULT LOADED ONE TIME AND LOOKED UP BY
      * ACCT-ID AS DFPACCT IS READ, THE SAME LOAD-ONE-FILE-THEN-SCAN-
      * THE-OTHER PATTERN GUI6GLRC USES FOR ITS GL EXTRACT. IF IT EVER
      * FILLS, AN ACCOUNT WHOSE RESULT WAS DROPPED IS CARRIED FORWARD
      * UNCAPITALIZED AND THE RUN WARNS WITH THE DROPPED COUNT
       01  WS-INTR-TBL.
           02  INTR-ENTRY OCCURS 5000 TIMES.
               04  IT-ACCT-ID         PIC X(10).
               04  IT-NET-ACTIVITY    PIC S9(11)V99.
               04  IT-INTEREST        PIC S9(11)V9(6).
               04  IT-CLOSE-BALANCE   PIC S9(13)V9(6).
               04  IT-USED-SW         PIC X.
                   88  IT-USED            VALUE 'Y'.
       01  WS-INTR-CNT               PIC 9(5) VALUE 0.
       01  WS-INTR-SUB               PIC 9(5).
       01  WS-INTR-TBL-FULL-SW       PIC X VALUE 'N'.
           88  WS-INTR-TBL-IS-FULL       VALUE 'Y'.
       01  WS-INTR-DROPPED-CNT       PIC 9(5) VALUE 0.
       01  WS-INTR-FOUND-SW          PIC X VALUE 'N'.
           88  WS-INTR-FOUND             VALUE 'Y'.

      * ONE ACCOUNT'S FIGURES. THE CAPITALIZED INTEREST IS TAKEN AS
      * THE ROUNDED NEW PRINCIPAL LESS THE OLD PRINCIPAL AND NET
      * ACTIVITY, SO EVERY REGISTER LINE CROSS-FOOTS TO THE CENT AND
      * THE SUB-CENT ROUNDING SHOWS SEPARATELY IN THE FOOTING
       01  WS-NEW-PRINCIPAL          PIC S9(11)V99.
       01  WS-CAP-INTEREST           PIC S9(11)V99.

       01  WS-ACCT-CNT               PIC 9(5) VALUE 0.
       01  WS-CAP-CNT                PIC 9(5) VALUE 0.
       01  WS-NOT-ACCRUED-CNT        PIC 9(5) VALUE 0.
       01  WS-NEGATIVE-CNT           PIC 9(5) VALUE 0.
       01  WS-ALREADY-CAP-CNT        PIC 9(5) VALUE 0.
       01  WS-ORPHAN-CNT             PIC 9(5) VALUE 0.
       01  WS-TOT-OLD-PRINCIPAL      PIC S9(13)V99 VALUE 0.
       01  WS-TOT-NET-ACTIVITY       PIC S9(13)V99 VALUE 0.
       01  WS-TOT-CAP-INTEREST       PIC S9(13)V99 VALUE 0.
       01  WS-TOT-NEW-PRINCIPAL      PIC S9(13)V99 VALUE 0.
       01  WS-TOT-RAW-INTEREST       PIC S9(13)V9(6) VALUE 0.
       01  WS-TOT-CLOSE-BALANCE      PIC S9(13)V9(6) VALUE 0.
       01  WS-TOT-CAP-RAW-INTEREST   PIC S9(13)V9(6) VALUE 0.
       01  WS-ROUNDING-DIFF          PIC S9(7)V9(6) VALUE 0.
       01  WS-FOOT-DIFF              PIC S9(7)V9(6) VALUE 0.
      * EACH DFPINTR FIGURE IS CUT TO 6 DECIMALS, SO THE SUM OF THE
      * ACCOUNT LINES MAY MISS THE PORTFOLIO FIGURE BY UP TO ONE
      * MILLIONTH PER ACCOUNT WITHOUT ANYTHING BEING WRONG
       01  WS-FOOT-TOLERANCE         PIC S9(7)V9(6) VALUE 0.
       01  WS-FOOTS-SW               PIC X VALUE 'Y'.
           88  WS-REGISTER-FOOTS         VALUE 'Y'.

       01  WS-RUN-DATE.
           02  WS-RUN-YYYY           PIC 9(4).
           02  WS-RUN-MM             PIC 9(2).
           02  WS-RUN-DD             PIC 9(2).

       01  WS-HDG-1.
           02  FILLER       PIC X(44) VALUE
               'DFPACCR MONTH-END INTEREST CAPITALIZATION'.
           02  FILLER       PIC X(10) VALUE 'RUN DATE '.
           02  HDG-MM       PIC 9(2).
           02  FILLER       PIC X VALUE '/'.
           02  HDG-DD       PIC 9(2).
           02  FILLER       PIC X VALUE '/'.
           02  HDG-YYYY     PIC 9(4).
       01  WS-HDG-2.
           02  FILLER       PIC X(12) VALUE 'ACCOUNT'.
           02  FILLER       PIC X(5)  VALUE 'PROD'.
           02  FILLER       PIC X(17) VALUE '  OLD PRINCIPAL'.
           02  FILLER       PIC X(17) VALUE '   NET ACTIVITY'.
           02  FILLER       PIC X(17) VALUE '  CAP INTEREST'.
           02  FILLER       PIC X(17) VALUE '  NEW PRINCIPAL'.
           02  FILLER       PIC X(14) VALUE 'STATUS'.
       01  WS-DETAIL-LINE.
           02  DET-ACCT-ID       PIC X(10).
           02  FILLER            PIC X(2) VALUE SPACES.
           02  DET-PRODUCT       PIC X(4).
           02  FILLER            PIC X VALUE SPACE.
           02  DET-OLD-PRINCIPAL PIC -(12)9.99.
           02  FILLER            PIC X VALUE SPACE.
           02  DET-NET-ACTIVITY  PIC -(12)9.99.
           02  FILLER            PIC X VALUE SPACE.
           02  DET-CAP-INTEREST  PIC -(12)9.99.
           02  FILLER            PIC X VALUE SPACE.
           02  DET-NEW-PRINCIPAL PIC -(12)9.99.
           02  FILLER            PIC X VALUE SPACE.
           02  DET-STATUS        PIC X(14).
       01  WS-TOTAL-LINE.
           02  FILLER            PIC X(17) VALUE 'REGISTER TOTALS'.
           02  TOT-OLD-PRINCIPAL PIC -(12)9.99.
           02  FILLER            PIC X VALUE SPACE.
           02  TOT-NET-ACTIVITY  PIC -(12)9.99.
           02  FILLER            PIC X VALUE SPACE.
           02  TOT-CAP-INTEREST  PIC -(12)9.99.
           02  FILLER            PIC X VALUE SPACE.
           02  TOT-NEW-PRINCIPAL PIC -(12)9.99.
       01  WS-FOOT-LINE.
           02  FOOT-LABEL        PIC X(40).
           02  FOOT-REGISTER     PIC -(12)9.999999.
           02  FILLER            PIC X(2) VALUE SPACES.
           02  FOOT-PORTFOLIO    PIC -(12)9.999999.
           02  FILLER            PIC X(2) VALUE SPACES.
           02  FOOT-DIFF         PIC -(6)9.999999.
       01  WS-FOOT-HDG.
           02  FILLER       PIC X(40) VALUE
               'FOOTING TO DFPACCR PORTFOLIO SUMMARY'.
           02  FILLER       PIC X(22) VALUE '        REGISTER'.
           02  FILLER       PIC X(22) VALUE '       PORTFOLIO'.
           02  FILLER       PIC X(14) VALUE '    DIFFERENCE'.
       01  WS-COUNT-LINE.
           02  FILLER       PIC X(20) VALUE 'ACCOUNTS READ='.
           02  CNT-ACCTS    PIC ZZZZ9.
           02  FILLER       PIC X(16) VALUE '  CAPITALIZED='.
           02  CNT-CAP      PIC ZZZZ9.
           02  FILLER       PIC X(16) VALUE '  NOT ACCRUED='.
           02  CNT-NOTACC   PIC ZZZZ9.
           02  FILLER       PIC X(13) VALUE '  NEGATIVE='.
           02  CNT-NEG      PIC ZZZZ9.
           02  FILLER       PIC X(15) VALUE '  NOT ON ACCT='.
           02  CNT-ORPHAN   PIC ZZZZ9.
       01  WS-BL-DETAIL.
           02  FILLER       PIC X(5)  VALUE 'CAPD='.
           02  BLD-CAP      PIC ZZZZ9.
           02  FILLER       PIC X(8)  VALUE ' NOTACC='.
           02  BLD-NOTACC   PIC ZZZZ9.
           02  FILLER       PIC X(6)  VALUE ' FOOT='.
           02  BLD-FOOTS    PIC X(3).

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM WRITE-BATCH-START-ENTRY
           PERFORM READ-PARM-CARD
           PERFORM LOAD-ACCRUAL-RESULTS
           OPEN OUTPUT CAP-RPT
           PERFORM WRITE-REPORT-HEADING
           IF NOT WS-PORT-FOUND
      * NO PORTFOLIO RECORD - THE ACCRUAL NEVER FINISHED (OR IS
      * STILL PARKED ON A DFPCKPT RESTART), SO NOTHING IS
      * CAPITALIZED AND NO DFPACCTN IS BUILT FROM A PARTIAL MONTH
               MOVE SPACES TO RPT-LINE
               MOVE '*** DFPINTR HAS NO DFPACCR PORTFOLIO RECORD - '
                   TO RPT-LINE
               MOVE 'ACCRUAL INCOMPLETE, NOTHING CAPITALIZED ***'
                   TO RPT-LINE(48:43)
               WRITE RPT-LINE
               MOVE 'N' TO WS-FOOTS-SW
               CLOSE CAP-RPT
               PERFORM WRITE-BATCH-LOG-ENTRY
               DISPLAY 'DFPCAP NO DFPACCR PORTFOLIO RECORD ON DFPINTR'
                   ' - ACCRUAL RUN INCOMPLETE, NOTHING CAPITALIZED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O ACCOUNT-FILE
           OPEN OUTPUT NEW-ACCOUNT-FILE
           OPEN EXTEND CAP-HIST-FILE
           PERFORM READ-ACCOUNT-RECORD
           PERFORM UNTIL WS-NO-MORE-ACCTS
               PERFORM CAPITALIZE-ONE-ACCOUNT
               PERFORM READ-ACCOUNT-RECORD
           END-PERFORM
           PERFORM WRITE-ORPHAN-RESULTS
           PERFORM WRITE-REGISTER-TOTALS
           PERFORM WRITE-FOOTING-SECTION
           CLOSE ACCOUNT-FILE
           CLOSE NEW-ACCOUNT-FILE
           CLOSE CAP-HIST-FILE
           CLOSE CAP-RPT
           PERFORM WRITE-BATCH-LOG-ENTRY
           DISPLAY 'DFPCAP ACCOUNTS READ:        ' WS-ACCT-CNT
           DISPLAY 'DFPCAP ACCOUNTS CAPITALIZED: ' WS-CAP-CNT
           DISPLAY 'DFPCAP NOT ACCRUED:          ' WS-NOT-ACCRUED-CNT
           DISPLAY 'DFPCAP NEGATIVE BALANCE:     ' WS-NEGATIVE-CNT
           DISPLAY 'DFPCAP ALREADY CAPITALIZED:  ' WS-ALREADY-CAP-CNT
           DISPLAY 'DFPCAP INTEREST CAPITALIZED: ' WS-TOT-CAP-INTEREST
           IF NOT WS-REGISTER-FOOTS
               DISPLAY 'DFPCAP WARNING - REGISTER DOES NOT FOOT TO THE'
                   ' DFPACCR PORTFOLIO SUMMARY - SEE CAPRPT'
           END-IF
           IF WS-INTR-TBL-IS-FULL
               DISPLAY 'DFPCAP WARNING - WS-INTR-TBL FILLED AT '
                   WS-INTR-CNT ' ENTRIES - ' WS-INTR-DROPPED-CNT
                   ' DFPINTR RESULT(S) WERE DROPPED AND THOSE '
                   'ACCOUNTS CARRIED FORWARD UNCAPITALIZED'
           END-IF
           STOP RUN.

       READ-PARM-CARD.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-DAYS NUMERIC
               MOVE WS-PARM-DAYS TO WS-NEXT-DAYS
           ELSE
               MOVE 0 TO WS-NEXT-DAYS
           END-IF
           IF WS-PARM-PERIOD NUMERIC
               MOVE WS-PARM-PERIOD TO WS-CAP-PERIOD
           ELSE
               MOVE WS-RUN-DATE(1:6) TO WS-CAP-PERIOD
           END-IF.

      * LOAD EVERY DFPINTR ACCOUNT RESULT AND PICK UP THE PORTFOLIO
      * RECORD DFPACCR WRITES ONLY WHEN THE WHOLE PORTFOLIO ACCRUED
       LOAD-ACCRUAL-RESULTS.
           OPEN INPUT ACCRUAL-RESULT-FILE
           PERFORM READ-ACCRUAL-RESULT
           PERFORM UNTIL WS-NO-MORE-RESULTS
               IF INTR-PORTFOLIO
                   SET WS-PORT-FOUND TO TRUE
                   MOVE INTR-PORT-ACCT-CNT TO WS-PORT-ACCT-CNT
                   MOVE INTR-INTEREST      TO WS-PORT-INTEREST
                   MOVE INTR-CLOSE-BALANCE TO WS-PORT-BALANCE
               ELSE
               IF INTR-DETAIL
                   IF WS-INTR-CNT < 5000
                       ADD 1 TO WS-INTR-CNT
                       MOVE INTR-ACCT-ID
                           TO IT-ACCT-ID(WS-INTR-CNT)
                       MOVE INTR-NET-ACTIVITY
                           TO IT-NET-ACTIVITY(WS-INTR-CNT)
                       MOVE INTR-INTEREST
                           TO IT-INTEREST(WS-INTR-CNT)
                       MOVE INTR-CLOSE-BALANCE
                           TO IT-CLOSE-BALANCE(WS-INTR-CNT)
                       MOVE 'N' TO IT-USED-SW(WS-INTR-CNT)
                   ELSE
                       SET WS-INTR-TBL-IS-FULL TO TRUE
                       ADD 1 TO WS-INTR-DROPPED-CNT
                   END-IF
               END-IF
               END-IF
               PERFORM READ-ACCRUAL-RESULT
           END-PERFORM
           CLOSE ACCRUAL-RESULT-FILE.

       READ-ACCRUAL-RESULT.
           READ ACCRUAL-RESULT-FILE
               AT END SET WS-NO-MORE-RESULTS TO TRUE
           END-READ.

      * CLOSED ACCOUNTS ARE NOT ACCRUED, SO THEY ARE NOT CAPITALIZED
      * OR CARRIED INTO DFPACCTN EITHER
       READ-ACCOUNT-RECORD.
           READ ACCOUNT-FILE
               AT END SET WS-NO-MORE-ACCTS TO TRUE
           END-READ
           PERFORM UNTIL WS-NO-MORE-ACCTS OR NOT ACCT-CLOSED
               READ ACCOUNT-FILE
                   AT END SET WS-NO-MORE-ACCTS TO TRUE
               END-READ
           END-PERFORM.

      * CARRY ONE ACCOUNT INTO NEXT MONTH'S DFPACCT. AN ACCOUNT WITH
      * NO ACCRUAL RESULT, OR WHOSE CLOSING BALANCE WENT NEGATIVE
      * (PRINCIPAL IS UNSIGNED), IS CARRIED FORWARD AS IT STANDS AND
      * FLAGGED FOR FINANCE RATHER THAN GUESSED AT. AN ACCOUNT THE
      * MASTER SHOWS ALREADY CAPITALIZED FOR THIS PERIOD (A RERUN)
      * ALREADY CARRIES ITS NEW PRINCIPAL AND IS LEFT AS IT STANDS
       CAPITALIZE-ONE-ACCOUNT.
           ADD 1 TO WS-ACCT-CNT
           MOVE 'N' TO WS-INTR-FOUND-SW
           PERFORM VARYING WS-INTR-SUB FROM 1 BY 1
                   UNTIL WS-INTR-SUB > WS-INTR-CNT
               IF IT-ACCT-ID(WS-INTR-SUB) = ACCT-ID
                       AND NOT IT-USED(WS-INTR-SUB)
                   SET WS-INTR-FOUND TO TRUE
                   SET IT-USED(WS-INTR-SUB) TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE ACCT-ID        TO DET-ACCT-ID
           MOVE ACCT-PRODUCT   TO DET-PRODUCT
           MOVE ACCT-PRINCIPAL TO DET-OLD-PRINCIPAL
           MOVE ACCT-REC TO NEW-ACCT-REC
           IF WS-NEXT-DAYS > 0
               MOVE WS-NEXT-DAYS TO NEW-ACCT-DAYS
           END-IF
           ADD ACCT-PRINCIPAL TO WS-TOT-OLD-PRINCIPAL
           IF NOT WS-INTR-FOUND
               ADD 1 TO WS-NOT-ACCRUED-CNT
               MOVE 0 TO DET-NET-ACTIVITY DET-CAP-INTEREST
               MOVE ACCT-PRINCIPAL TO DET-NEW-PRINCIPAL
               ADD ACCT-PRINCIPAL TO WS-TOT-NEW-PRINCIPAL
               MOVE 'NOT ACCRUED' TO DET-STATUS
           ELSE
               ADD IT-INTEREST(WS-INTR-SUB) TO WS-TOT-RAW-INTEREST
               ADD IT-CLOSE-BALANCE(WS-INTR-SUB)
                   TO WS-TOT-CLOSE-BALANCE
               COMPUTE WS-NEW-PRINCIPAL ROUNDED =
                   IT-CLOSE-BALANCE(WS-INTR-SUB)
               IF ACCT-LAST-CAP-PERIOD = WS-CAP-PERIOD
                   ADD 1 TO WS-ALREADY-CAP-CNT
                   MOVE 0 TO DET-NET-ACTIVITY DET-CAP-INTEREST
                   MOVE ACCT-PRINCIPAL TO DET-NEW-PRINCIPAL
                   ADD ACCT-PRINCIPAL TO WS-TOT-NEW-PRINCIPAL
                   MOVE 'ALREADY CAPD' TO DET-STATUS
               ELSE
               IF WS-NEW-PRINCIPAL < 0
                   ADD 1 TO WS-NEGATIVE-CNT
                   MOVE 0 TO DET-NET-ACTIVITY DET-CAP-INTEREST
                   MOVE ACCT-PRINCIPAL TO DET-NEW-PRINCIPAL
                   ADD ACCT-PRINCIPAL TO WS-TOT-NEW-PRINCIPAL
                   MOVE 'NEGATIVE BAL' TO DET-STATUS
               ELSE
                   COMPUTE WS-CAP-INTEREST = WS-NEW-PRINCIPAL
                       - ACCT-PRINCIPAL - IT-NET-ACTIVITY(WS-INTR-SUB)
                   ADD 1 TO WS-CAP-CNT
                   MOVE WS-NEW-PRINCIPAL TO NEW-ACCT-PRINCIPAL
                   ADD IT-NET-ACTIVITY(WS-INTR-SUB)
                       TO WS-TOT-NET-ACTIVITY
                   ADD WS-CAP-INTEREST  TO WS-TOT-CAP-INTEREST
                   ADD IT-INTEREST(WS-INTR-SUB)
                       TO WS-TOT-CAP-RAW-INTEREST
                   ADD WS-NEW-PRINCIPAL TO WS-TOT-NEW-PRINCIPAL
                   MOVE IT-NET-ACTIVITY(WS-INTR-SUB)
                       TO DET-NET-ACTIVITY
                   MOVE WS-CAP-INTEREST  TO DET-CAP-INTEREST
                   PERFORM WRITE-CAP-HISTORY
                   MOVE WS-NEW-PRINCIPAL TO DET-NEW-PRINCIPAL
                   MOVE 'CAPITALIZED'    TO DET-STATUS
               END-IF
               END-IF
           END-IF
      * THE MASTER TAKES THE CARRIED-FORWARD IMAGE; A CAPITALIZED
      * ACCOUNT IS STAMPED WITH THE PERIOD
           MOVE NEW-ACCT-REC TO ACCT-REC
           IF DET-STATUS = 'CAPITALIZED'
               MOVE WS-CAP-PERIOD TO ACCT-LAST-CAP-PERIOD
           END-IF
           REWRITE ACCT-REC
               INVALID KEY
                   DISPLAY 'DFPCAP MASTER REWRITE FAILED FOR ' ACCT-ID
                   MOVE 'N' TO WS-FOOTS-SW
           END-REWRITE
           MOVE ACCT-REC TO NEW-ACCT-REC
           WRITE NEW-ACCT-REC
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

      * THE INTEREST ACTUALLY CREDITED TO PRINCIPAL, KEPT FOR THE
      * YEAR-END TAX REPORTING RUN
       WRITE-CAP-HISTORY.
           MOVE SPACES TO DFPCAPH-REC
           MOVE WS-CAP-PERIOD    TO CH-PERIOD
           MOVE ACCT-ID          TO CH-ACCT-ID
           MOVE ACCT-PRODUCT     TO CH-PRODUCT
           MOVE WS-CAP-INTEREST  TO CH-INTEREST
           MOVE WS-NEW-PRINCIPAL TO CH-NEW-PRINCIPAL
           MOVE WS-RUN-DATE      TO CH-RUN-DATE
           WRITE DFPCAPH-REC.

      * AN ACCRUAL RESULT FOR AN ACCOUNT NOT ON THIS MONTH'S DFPACCT
      * MEANS THE TWO FILES ARE FROM DIFFERENT MONTHS OR THE DECK WAS
      * CHANGED AFTER THE ACCRUAL - LIST EACH ONE, IT CANNOT FOOT
       WRITE-ORPHAN-RESULTS.
           PERFORM VARYING WS-INTR-SUB FROM 1 BY 1
                   UNTIL WS-INTR-SUB > WS-INTR-CNT
               IF NOT IT-USED(WS-INTR-SUB)
                   ADD 1 TO WS-ORPHAN-CNT
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE IT-ACCT-ID(WS-INTR-SUB) TO DET-ACCT-ID
                   MOVE 0 TO DET-OLD-PRINCIPAL DET-NEW-PRINCIPAL
                   MOVE IT-NET-ACTIVITY(WS-INTR-SUB)
                       TO DET-NET-ACTIVITY
                   MOVE IT-INTEREST(WS-INTR-SUB) TO DET-CAP-INTEREST
                   MOVE 'NOT ON DFPACCT' TO DET-STATUS
                   MOVE WS-DETAIL-LINE TO RPT-LINE
                   WRITE RPT-LINE
                   ADD IT-INTEREST(WS-INTR-SUB)
                       TO WS-TOT-RAW-INTEREST
                   ADD IT-CLOSE-BALANCE(WS-INTR-SUB)
                       TO WS-TOT-CLOSE-BALANCE
               END-IF
           END-PERFORM.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-TOT-OLD-PRINCIPAL TO TOT-OLD-PRINCIPAL
           MOVE WS-TOT-NET-ACTIVITY  TO TOT-NET-ACTIVITY
           MOVE WS-TOT-CAP-INTEREST  TO TOT-CAP-INTEREST
           MOVE WS-TOT-NEW-PRINCIPAL TO TOT-NEW-PRINCIPAL
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-ACCT-CNT        TO CNT-ACCTS
           MOVE WS-CAP-CNT         TO CNT-CAP
           MOVE WS-NOT-ACCRUED-CNT TO CNT-NOTACC
           MOVE WS-NEGATIVE-CNT    TO CNT-NEG
           MOVE WS-ORPHAN-CNT      TO CNT-ORPHAN
           MOVE WS-COUNT-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF WS-ALREADY-CAP-CNT > 0
               MOVE SPACES TO RPT-LINE
               MOVE 'ACCOUNTS ALREADY CAPITALIZED FOR THIS PERIOD='
                   TO RPT-LINE
               MOVE WS-ALREADY-CAP-CNT TO CNT-ACCTS
               MOVE CNT-ACCTS TO RPT-LINE(47:5)
               WRITE RPT-LINE
           END-IF.

      * PROVE THE REGISTER BACK TO THE DFPACCR PORTFOLIO RECORD -
      * ACCOUNT COUNT, RAW (UNROUNDED) INTEREST AND CLOSING BALANCE -
      * THEN SHOW THE CENT ROUNDING BETWEEN THE RAW INTEREST AND THE
      * INTEREST ACTUALLY CAPITALIZED
       WRITE-FOOTING-SECTION.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-FOOT-HDG TO RPT-LINE
           WRITE RPT-LINE
           COMPUTE WS-FOOT-TOLERANCE =
               (WS-INTR-CNT + 1) * 0.000001
           MOVE SPACES TO WS-FOOT-LINE
           MOVE 'ACCOUNTS ACCRUED' TO FOOT-LABEL
           MOVE WS-INTR-CNT      TO FOOT-REGISTER
           MOVE WS-PORT-ACCT-CNT TO FOOT-PORTFOLIO
           COMPUTE WS-FOOT-DIFF = WS-INTR-CNT - WS-PORT-ACCT-CNT
           MOVE WS-FOOT-DIFF TO FOOT-DIFF
           IF WS-FOOT-DIFF NOT = 0
               MOVE 'N' TO WS-FOOTS-SW
           END-IF
           MOVE WS-FOOT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'ACCRUED INTEREST' TO FOOT-LABEL
           MOVE WS-TOT-RAW-INTEREST TO FOOT-REGISTER
           MOVE WS-PORT-INTEREST    TO FOOT-PORTFOLIO
           COMPUTE WS-FOOT-DIFF = WS-TOT-RAW-INTEREST - WS-PORT-INTEREST
           MOVE WS-FOOT-DIFF TO FOOT-DIFF
           IF FUNCTION ABS(WS-FOOT-DIFF) > WS-FOOT-TOLERANCE
               MOVE 'N' TO WS-FOOTS-SW
           END-IF
           MOVE WS-FOOT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'CLOSING BALANCE' TO FOOT-LABEL
           MOVE WS-TOT-CLOSE-BALANCE TO FOOT-REGISTER
           MOVE WS-PORT-BALANCE      TO FOOT-PORTFOLIO
           COMPUTE WS-FOOT-DIFF =
               WS-TOT-CLOSE-BALANCE - WS-PORT-BALANCE
           MOVE WS-FOOT-DIFF TO FOOT-DIFF
           IF FUNCTION ABS(WS-FOOT-DIFF) > WS-FOOT-TOLERANCE
               MOVE 'N' TO WS-FOOTS-SW
           END-IF
           MOVE WS-FOOT-LINE TO RPT-LINE
           WRITE RPT-LINE
           COMPUTE WS-ROUNDING-DIFF =
               WS-TOT-CAP-INTEREST - WS-TOT-CAP-RAW-INTEREST
           MOVE SPACES TO WS-FOOT-LINE
           MOVE 'CAPITALIZED LESS ACCRUED (CENT ROUNDING)'
               TO FOOT-LABEL
           MOVE WS-TOT-CAP-INTEREST TO FOOT-REGISTER
           MOVE WS-TOT-CAP-RAW-INTEREST TO FOOT-PORTFOLIO
           MOVE WS-ROUNDING-DIFF    TO FOOT-DIFF
           MOVE WS-FOOT-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF WS-NOT-ACCRUED-CNT > 0 OR WS-ORPHAN-CNT > 0
                   OR WS-INTR-TBL-IS-FULL
               MOVE 'N' TO WS-FOOTS-SW
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF WS-REGISTER-FOOTS
               MOVE 'REGISTER FOOTS TO THE DFPACCR PORTFOLIO SUMMARY'
                   TO RPT-LINE
           ELSE
               MOVE '*** REGISTER DOES NOT FOOT TO THE DFPACCR '
                   TO RPT-LINE
               MOVE 'PORTFOLIO SUMMARY - REVIEW BEFORE USING DFPACCTN'
                   TO RPT-LINE(43:49)
           END-IF
           WRITE RPT-LINE.

       WRITE-REPORT-HEADING.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-MM   TO HDG-MM
           MOVE WS-RUN-DD   TO HDG-DD
           MOVE WS-RUN-YYYY TO HDG-YYYY
           MOVE WS-HDG-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HDG-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

      * NO PORTFOLIO RECORD LOGS 'FAIL'; A REGISTER THAT DOES NOT
      * FOOT OR ANY ACCOUNT NOT CAPITALIZED LOGS 'WARN' SO BATCHWIN'S
      * MORNING SUMMARY SURFACES IT BEFORE DFPACCTN IS PROMOTED
       WRITE-BATCH-LOG-ENTRY.
           MOVE 'DFPCAP' TO BL-PROGRAM
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           MOVE WS-CAP-CNT         TO BLD-CAP
           MOVE WS-NOT-ACCRUED-CNT TO BLD-NOTACC
           IF WS-REGISTER-FOOTS
               MOVE 'YES' TO BLD-FOOTS
           ELSE
               MOVE 'NO'  TO BLD-FOOTS
           END-IF
           IF NOT WS-PORT-FOUND
               MOVE 'FAIL' TO BL-STATUS
           ELSE
           IF NOT WS-REGISTER-FOOTS OR WS-NEGATIVE-CNT > 0
                   OR WS-ALREADY-CAP-CNT > 0
               MOVE 'WARN' TO BL-STATUS
           ELSE
               MOVE 'DONE' TO BL-STATUS
           END-IF
           END-IF
           MOVE WS-BL-DETAIL TO BL-DETAIL
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.

      * ONE 'STRT' ENTRY AT JOB ENTRY, PAIRED BY BATCHWIN WITH THE
      * COMPLETION ENTRY ABOVE
       WRITE-BATCH-START-ENTRY.
           MOVE 'DFPCAP' TO BL-PROGRAM
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           MOVE 'STRT' TO BL-STATUS
           MOVE SPACES TO BL-DETAIL
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.
