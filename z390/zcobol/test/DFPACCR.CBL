      *                   TRAILER LINES WERE SILENTLY TRUNCATED AND THE
      *                   CONV INTEREST COLUMN AND CONVERTED TRAILER
      *                   TOTALS NEVER PRINTED - WIDENED TO PIC X(121)
      * 10/14/26 RPI 2213 EACH ACCOUNT'S RESULT (OPENING PRINCIPAL, NET
      *                   DFPTRAN ACTIVITY, INTEREST, CLOSING BALANCE)
      *                   IS NOW ALSO WRITTEN TO THE NEW DFPINTR FILE,
      *                   WITH A PORTFOLIO RECORD BEHIND THE LAST
      *                   ACCOUNT, SO THE MONTH-END DFPCAP
      *                   CAPITALIZATION RUN CAN READ THE ACCRUAL
      *                   INSTEAD OF FINANCE
      *                   RE-KEYING NEW PRINCIPALS OFF ACCRRPT. DFPINTR
      *                   FOLLOWS ACCRRPT THROUGH A RESTART - OPENED
      *                   EXTEND ON A RESUMED RUN
      * 10/14/26 RPI 2216 RATE-SHOCK WHAT-IF SIMULATION MODE. WHEN THE
      *                   OPTIONAL DFPSHOCK PARM FILE CARRIES SHOCK
      *                   CARDS (PRODUCT OR 'ALL ', SIGNED BASIS
      *                   POINTS) EVERY ACCOUNT IS ACCRUED TWICE - AT
      *                   ITS BOOKED RATE/DFPRATE BANDS AND AGAIN WITH
      *                   THE SHOCK ADDED TO EVERY RATE - AND THE
      *                   DFPSIMR REPORT SHOWS BASE INTEREST, SHOCKED
      *                   INTEREST AND THE DIFFERENCE BY ACCOUNT, BY
      *                   PRODUCT AND FOR THE PORTFOLIO. A SIMULATION
      *                   NEVER OPENS DFPCKPT, ACCRRPT OR DFPINTR, SO
      *                   IT CANNOT DISTURB A RESTART OR BE MISTAKEN
      *                   FOR A REAL ACCRUAL. THE PER-ACCOUNT SET-UP IS
      *                   PULLED OUT OF ACCRUE-ONE-ACCOUNT INTO
      *                   START-ACCOUNT-ACCRUAL SO BOTH PATHS SHARE IT
      * 10/14/26 RPI 2217 BACK-DATED ACTIVITY CORRECTION MODE. LATE
      *                   DEPOSITS/WITHDRAWALS CARDED ON THE OPTIONAL
      *                   DFPLATE FILE (DFPTRAN LAYOUT) PUT THE RUN IN
      *                   CORRECTION MODE - ONLY ACCOUNTS WITH LATE
      *                   ITEMS ARE TOUCHED, EACH ACCRUED AS ORIGINALLY
      *                   REPORTED AND THEN RE-ACCRUED FROM THE EARLIEST
      *                   LATE EFFECTIVE DAY FORWARD WITH THE LATE ITEMS
      *                   APPLIED. THE SIGNED DIFFERENCE GOES TO THE
      *                   NEW DFPADJ FILE AND THE DFPADJR REGISTER; LIKE
      *                   A SIMULATION, A CORRECTION NEVER TOUCHES
      *                   DFPCKPT, ACCRRPT OR DFPINTR. DFPLATE AND
      *                   DFPSHOCK TOGETHER ARE REFUSED WITH RC 16
      * 10/14/26 RPI 2218 DFPACCT IS NOW THE VSAM ACCOUNT MASTER
      *                   (DFPACCT.CPY, MAINTAINED ONLINE BY ACCTMNT)
      *                   INSTEAD OF A HAND-BUILT DECK - READ IN KEY
      *                   ORDER, WITH CLOSED ACCOUNTS PASSED OVER BY
      *                   EVERY MODE AND COUNTED ON THE CONSOLE
      * 10/14/26 RPI 2220 AN OPTIONAL DFPASOF CARD (YYYYMMDD IN COLUMNS
      *                   1-8) NOW DATES THE RUN FOR CURRENCY
      *                   CONVERSION - FXRATE CONVERTS AT THE RATES IN
      *                   FORCE ON THAT DAY OFF ITS FXRATEH HISTORY, SO
      *                   A RERUN FOR LAST MONTH REPORTS AT LAST
      *                   MONTH'S RATES. NO CARD IS TODAY'S RATES AS
      *                   BEFORE; A CARD THAT IS NOT A DATE IS REFUSED
      *                   WITH RC 16
      * 10/15/26 RPI 2249 OPTIONAL COMMA-DELIMITED COPY OF THE DAILY
      *                   ACCRUAL DETAIL ON ACCRDL, BUILT THROUGH THE
      *                   SHARED DLMROW ROUTINE - SWITCHED ON FOR THIS
      *                   JOB BY PARMFIL 'EXPORT-DFPACCR' = 'Y'. REAL
      *                   ACCRUALS ONLY - A SIMULATION OR A CORRECTION
      *                   NEVER OPENS IT
      * 10/15/26 RPI 2264 DFPINTR NOW CARRIES EACH ACCOUNT'S DAY COUNT
      *                   AND THE RATE DATE THE RUN CONVERTED AT (THE
      *                   DFPASOF DATE, ELSE THE RUN DATE) FOR DFPGLJ.
      *                   A CORRECTION NOW RE-ACCRUES FROM THE OPENING
      *                   PRINCIPAL AND DAYS ON THE PERIOD'S DFPINTR,
      *                   NOT THE MASTER - ONCE DFPCAP HAS RUN THE
      *                   MASTER HOLDS NEXT MONTH'S FIGURES. AN
      *                   ACCOUNT WITH NO DFPINTR RESULT IS NOT
      *                   CORRECTED AND IS LISTED ON DFPADJR
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFPACCR.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO 'DFPACCT'
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY ACCT-ID.
           SELECT CKPT-FILE ASSIGN TO 'DFPCKPT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL TRAN-FILE ASSIGN TO 'DFPTRAN'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ACCRUAL-RPT ASSIGN TO 'ACCRRPT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ACCRUAL-DLM ASSIGN TO 'ACCRDL'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ACCRUAL-RESULT-FILE ASSIGN TO 'DFPINTR'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL SHOCK-PARM-FILE ASSIGN TO 'DFPSHOCK'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT SIMULATION-RPT ASSIGN TO 'DFPSIMR'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL LATE-TRAN-FILE ASSIGN TO 'DFPLATE'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ADJUSTMENT-FILE ASSIGN TO 'DFPADJ'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ADJUSTMENT-RPT ASSIGN TO 'DFPADJR'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL AS-OF-PARM-FILE ASSIGN TO 'DFPASOF'
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-FILE.
           COPY DFPACCT.
       FD  CKPT-FILE.
       01  CKPT-REC.
           02  CKPT-LAST-ACCT           PIC X(10).
           02  FILLER               PIC X(55).
       FD  ACCRUAL-RPT.
       01  RPT-LINE                 PIC X(121).
       FD  ACCRUAL-DLM.
       01  DLM-LINE                 PIC X(400).
       FD  ACCRUAL-RESULT-FILE.
           COPY DFPINTR.
       FD  SHOCK-PARM-FILE.
       01  SHOCK-PARM-REC.
           02  SP-PRODUCT           PIC X(4).
           02  FILLER               PIC X.
           02  SP-SHOCK-BP          PIC X(5).
           02  FILLER               PIC X(70).
       FD  SIMULATION-RPT.
       01  SIM-LINE                 PIC X(100).
       FD  LATE-TRAN-FILE.
       01  LATE-TRAN-REC.
           02  LT-ACCT-ID           PIC X(10).
           02  FILLER               PIC X.
           02  LT-DAY               PIC 9(5).
           02  FILLER               PIC X.
           02  LT-TYPE              PIC X.
           02  FILLER               PIC X.
           02  LT-AMOUNT            PIC 9(9)V99.
           02  FILLER               PIC X(50).
       FD  ADJUSTMENT-FILE.
           COPY DFPADJ.
       FD  ADJUSTMENT-RPT.
       01  ADJ-LINE                 PIC X(110).
       FD  AS-OF-PARM-FILE.
       01  AS-OF-PARM-REC.
           02  AP-AS-OF-DATE        PIC X(8).
           02  FILLER               PIC X(72).

       WORKING-STORAGE SECTION.
       COPY FXRATE.
       COPY DLMROW.
       01  WS-DLM-RUN-DATE          PIC 9(8) VALUE 0.
       01  WS-EOF-SW                PIC X VALUE 'N'.
           88  WS-NO-MORE-ACCTS          VALUE 'Y'.
       01  WS-CLOSED-SKIP-CNT       PIC 9(5) VALUE 0.
       01  WS-REPORT-CCY            PIC X(3).
       01  WS-CONV-BALANCE          FLOAT-DECIMAL-16 VALUE 0.
       01  WS-CONV-TOTAL-INTEREST   FLOAT-DECIMAL-16 VALUE 0.
      * CONVERSION DATE OFF DFPASOF - SPACES CONVERTS AT TODAY'S RATES
       01  WS-AS-OF-DATE            PIC X(8) VALUE SPACES.
      * THE DAY WHOSE RATES WERE USED - STAMPED ON EVERY DFPINTR RECORD
       01  WS-RATE-DATE             PIC 9(8) VALUE 0.
       01  WS-AP-EOF-SW             PIC X VALUE 'N'.
           88  WS-NO-MORE-AS-OF          VALUE 'Y'.

      * RESTART CONTROL - WS-CKPT-LAST-ACCT IS WHATEVER DFPCKPT SHOWED
      * COMING IN. UNTIL THAT ACCOUNT-ID IS SEEN ON THE INPUT FILE,
               04  TT-DAY           PIC 9(5).
               04  TT-TYPE          PIC X.
               04  TT-AMOUNT        FLOAT-DECIMAL-16.
               04  TT-LATE-SW       PIC X.
                   88  TT-LATE               VALUE 'Y'.
                   88  TT-ON-TIME            VALUE 'N'.
               04  TT-MATCHED-SW    PIC X.
                   88  TT-MATCHED            VALUE 'Y'.
       01  WS-TRN-SUB               PIC 9(3) VALUE 0.
       01  WS-ACT-DEPOSIT-CNT       PIC 9(5) VALUE 0.
       01  WS-ACT-WDRAW-CNT         PIC 9(5) VALUE 0.
      * THIS ACCOUNT'S DEPOSITS LESS WITHDRAWALS ACTUALLY APPLIED,
      * CARRIED TO DFPINTR SO THE CLOSING BALANCE CAN BE PROVED
       01  WS-ACCT-NET-ACTIVITY     FLOAT-DECIMAL-34 VALUE 0.

      * BALANCE-BAND RATE SCHEDULES LOADED FROM DFPRATE UP FRONT -
      * BANDS FOR ONE PRODUCT MUST BE CARDED IN ASCENDING CEILING
       01  WS-BAND-DAILY-RATE       FLOAT-DECIMAL-16 VALUE 0.
       01  WS-BLENDED-RATE          FLOAT-DECIMAL-16 VALUE 0.

      * RATE-SHOCK SIMULATION - ONE SHOCK PER PRODUCT OFF DFPSHOCK,
      * 'ALL ' (OR BLANK) FOR ACROSS THE BOARD. A PRODUCT CARD BEATS
      * THE ACROSS-THE-BOARD CARD. WS-SHOCK-PCT IS ADDED TO EVERY
      * ANNUAL RATE THE DAY LOOP USES AND IS ZERO OUTSIDE THE SHOCKED
      * PASS, SO A REAL ACCRUAL IS UNTOUCHED
       01  WS-SP-EOF-SW             PIC X VALUE 'N'.
           88  WS-NO-MORE-SHOCKS         VALUE 'Y'.
       01  WS-SIM-MODE-SW           PIC X VALUE 'N'.
           88  WS-SIMULATION-MODE        VALUE 'Y'.
       01  WS-SHOCK-TBL-CNT         PIC 9(2) VALUE 0.
       01  WS-SHOCK-TBL.
           02  WS-SHOCK-ENTRY OCCURS 50 TIMES.
               04  SH-PRODUCT       PIC X(4).
               04  SH-SHOCK-BP      PIC S9(5).
       01  WS-SHOCK-SUB             PIC 9(2) VALUE 0.
       01  WS-ALL-SHOCK-BP          PIC S9(5) VALUE 0.
       01  WS-ACCT-SHOCK-BP         PIC S9(5) VALUE 0.
       01  WS-SHOCK-PCT             FLOAT-DECIMAL-16 VALUE 0.
       01  WS-SHOCKED-RATE          FLOAT-DECIMAL-16 VALUE 0.
       01  WS-SIM-BASE-INTEREST     FLOAT-DECIMAL-34 VALUE 0.
       01  WS-SIM-SHOCK-INTEREST    FLOAT-DECIMAL-34 VALUE 0.
       01  WS-SIM-DIFF              FLOAT-DECIMAL-34 VALUE 0.
       01  WS-SIM-PORT-BASE         FLOAT-DECIMAL-34 VALUE 0.
       01  WS-SIM-PORT-SHOCK        FLOAT-DECIMAL-34 VALUE 0.
       01  WS-SIM-PROD-CNT          PIC 9(2) VALUE 0.
       01  WS-SIM-PROD-SUB          PIC 9(2) VALUE 0.
       01  WS-SIM-PROD-TBL.
           02  WS-SIM-PROD-ENTRY OCCURS 50 TIMES.
               04  SPT-PRODUCT      PIC X(4).
               04  SPT-SHOCK-BP     PIC S9(5).
               04  SPT-ACCT-CNT     PIC 9(5).
               04  SPT-BASE         FLOAT-DECIMAL-34.
               04  SPT-SHOCKED      FLOAT-DECIMAL-34.
       01  WS-SIM-PRODUCT           PIC X(4).
       01  WS-SIM-PROD-FOUND-SW     PIC X VALUE 'N'.
           88  WS-SIM-PROD-FOUND         VALUE 'Y'.

      * BACK-DATED CORRECTION - DFPLATE ROWS GO INTO WS-TRN-TBL
      * FLAGGED TT-LATE AND ARE ONLY APPLIED WHILE WS-INCLUDE-LATE IS
      * ON. WS-EFF-xxx HOLD THE ORIGINAL PASS'S FIGURES GOING INTO
      * THE EARLIEST LATE EFFECTIVE DAY - EVERYTHING BEFORE THAT DAY
      * IS THE SAME EITHER WAY, SO THE CORRECTED PASS PICKS UP THERE
       01  WS-LT-EOF-SW             PIC X VALUE 'N'.
           88  WS-NO-MORE-LATE           VALUE 'Y'.
       01  WS-CORR-MODE-SW          PIC X VALUE 'N'.
           88  WS-CORRECTION-MODE        VALUE 'Y'.
       01  WS-INCLUDE-LATE-SW       PIC X VALUE 'N'.
           88  WS-INCLUDE-LATE           VALUE 'Y'.
       01  WS-LATE-LOADED-CNT       PIC 9(5) VALUE 0.
       01  WS-LATE-DROPPED-CNT      PIC 9(5) VALUE 0.
       01  WS-LATE-UNMATCHED-CNT    PIC 9(5) VALUE 0.
       01  WS-ACCT-LATE-CNT         PIC 9(3) VALUE 0.
       01  WS-EFF-DAY               PIC 9(5) VALUE 0.
       01  WS-EFF-BALANCE           FLOAT-DECIMAL-34 VALUE 0.
       01  WS-EFF-INTEREST          FLOAT-DECIMAL-34 VALUE 0.
       01  WS-EFF-NET-ACTIVITY      FLOAT-DECIMAL-34 VALUE 0.
       01  WS-ORIG-INTEREST         FLOAT-DECIMAL-34 VALUE 0.
       01  WS-CORR-INTEREST         FLOAT-DECIMAL-34 VALUE 0.
       01  WS-ADJ-AMOUNT            FLOAT-DECIMAL-34 VALUE 0.
       01  WS-ADJ-NET-TOTAL         FLOAT-DECIMAL-34 VALUE 0.
       01  WS-ADJ-UNDER-TOTAL       FLOAT-DECIMAL-34 VALUE 0.
       01  WS-ADJ-OVER-TOTAL        FLOAT-DECIMAL-34 VALUE 0.
       01  WS-ADJ-RUN-DATE          PIC 9(8) VALUE 0.
      * THE PERIOD'S DFPINTR, READ IN STEP WITH DFPACCT (BOTH ARE IN
      * ACCT-ID ORDER) - THE PORTFOLIO RECORD ENDS THE ACCOUNT RESULTS
       01  WS-INTR-EOF-SW           PIC X VALUE 'N'.
           88  WS-NO-MORE-RESULTS        VALUE 'Y'.
       01  WS-INTR-FOUND-SW         PIC X VALUE 'N'.
           88  WS-INTR-FOUND             VALUE 'Y'.
       01  WS-CORR-REJECT-CNT       PIC 9(5) VALUE 0.

       01  WS-ADJ-HDG-1.
           02  FILLER PIC X(50) VALUE
               'DFPACCR BACK-DATED ACTIVITY ADJUSTMENT REGISTER'.
           02  FILLER PIC X(10) VALUE 'RUN DATE '.
           02  ADJH-RUN-DATE        PIC 9(8).
       01  WS-ADJ-HDG-2.
           02  FILLER PIC X(12) VALUE 'ACCOUNT'.
           02  FILLER PIC X(6)  VALUE 'PROD'.
           02  FILLER PIC X(8)  VALUE 'EFF DAY'.
           02  FILLER PIC X(6)  VALUE 'ITEMS'.
           02  FILLER PIC X(22) VALUE '   ORIGINAL INTEREST'.
           02  FILLER PIC X(22) VALUE '  CORRECTED INTEREST'.
           02  FILLER PIC X(22) VALUE '          ADJUSTMENT'.
       01  WS-ADJ-DETAIL-LINE.
           02  ADJD-ID              PIC X(10).
           02  FILLER               PIC X(2) VALUE SPACES.
           02  ADJD-PRODUCT         PIC X(4).
           02  FILLER               PIC X(2) VALUE SPACES.
           02  ADJD-EFF-DAY         PIC ZZZZ9.
           02  FILLER               PIC X(3) VALUE SPACES.
           02  ADJD-ITEMS           PIC ZZ9.
           02  FILLER               PIC X(3) VALUE SPACES.
           02  ADJD-ORIG            PIC -(11)9.999999.
           02  FILLER               PIC X(2) VALUE SPACES.
           02  ADJD-CORR            PIC -(11)9.999999.
           02  FILLER               PIC X(2) VALUE SPACES.
           02  ADJD-ADJUSTMENT      PIC -(11)9.999999.
           02  FILLER               PIC X(1) VALUE SPACES.
           02  ADJD-NOTE            PIC X(14).
       01  WS-ADJ-UNMATCHED-LINE.
           02  FILLER               PIC X(11) VALUE 'LATE ITEM  '.
           02  ADJU-ID              PIC X(10).
           02  FILLER               PIC X(5)  VALUE ' DAY '.
           02  ADJU-DAY             PIC ZZZZ9.
           02  FILLER               PIC X(1)  VALUE SPACE.
           02  ADJU-TYPE            PIC X.
           02  FILLER               PIC X(1)  VALUE SPACE.
           02  ADJU-AMOUNT          PIC Z(8)9.99.
           02  FILLER               PIC X(25) VALUE
               '  ACCOUNT NOT ON DFPACCT'.
       01  WS-ADJ-REJECT-LINE.
           02  FILLER               PIC X(11) VALUE 'ACCOUNT    '.
           02  ADJR-ID              PIC X(10).
           02  FILLER               PIC X(5)  VALUE ' DAY '.
           02  ADJR-EFF-DAY         PIC ZZZZ9.
           02  FILLER               PIC X(7)  VALUE ' ITEMS '.
           02  ADJR-ITEMS           PIC ZZ9.
           02  FILLER               PIC X(40) VALUE
               '  NO DFPINTR RESULT - NOT CORRECTED'.
       01  WS-ADJ-TOTAL-LINE.
           02  ADJT-LABEL           PIC X(40).
           02  ADJT-AMOUNT          PIC -(11)9.999999.
       01  WS-ADJ-COUNT-LINE.
           02  ADJC-LABEL           PIC X(40).
           02  ADJC-COUNT           PIC ZZZZ9.

       01  WS-SIM-HDG-1.
           02  FILLER PIC X(50) VALUE
               'DFPACCR RATE-SHOCK SIMULATION - NOT AN ACCRUAL'.
       01  WS-SIM-HDG-2.
           02  FILLER PIC X(12) VALUE 'ACCOUNT'.
           02  FILLER PIC X(6)  VALUE 'PROD'.
           02  FILLER PIC X(8)  VALUE 'SHOCK BP'.
           02  FILLER PIC X(22) VALUE '       BASE INTEREST'.
           02  FILLER PIC X(22) VALUE '    SHOCKED INTEREST'.
           02  FILLER PIC X(22) VALUE '          DIFFERENCE'.
       01  WS-SIM-DETAIL-LINE.
           02  SIMD-ID              PIC X(10).
           02  FILLER               PIC X(2) VALUE SPACES.
           02  SIMD-PRODUCT         PIC X(4).
           02  FILLER               PIC X(2) VALUE SPACES.
           02  SIMD-SHOCK-BP        PIC -(4)9.
           02  FILLER               PIC X(3) VALUE SPACES.
           02  SIMD-BASE            PIC -(11)9.999999.
           02  FILLER               PIC X(2) VALUE SPACES.
           02  SIMD-SHOCKED         PIC -(11)9.999999.
           02  FILLER               PIC X(2) VALUE SPACES.
           02  SIMD-DIFF            PIC -(11)9.999999.
       01  WS-SIM-PROD-LINE.
           02  FILLER               PIC X(8) VALUE 'PRODUCT '.
           02  SIMP-PRODUCT         PIC X(4).
           02  FILLER               PIC X(6) VALUE ' ACCTS'.
           02  SIMP-ACCT-CNT        PIC ZZZZ9.
           02  FILLER               PIC X(1) VALUE SPACE.
           02  SIMP-SHOCK-BP        PIC -(4)9.
           02  FILLER               PIC X(3) VALUE SPACES.
           02  SIMP-BASE            PIC -(11)9.999999.
           02  FILLER               PIC X(2) VALUE SPACES.
           02  SIMP-SHOCKED         PIC -(11)9.999999.
           02  FILLER               PIC X(2) VALUE SPACES.
           02  SIMP-DIFF            PIC -(11)9.999999.

       01  WS-ACCT-HDG-LINE.
           02  FILLER PIC X(20) VALUE 'ACCOUNT'.
           02  FILLER PIC X(20) VALUE 'PRINCIPAL'.
       MAINLINE.
           PERFORM LOAD-RATE-SCHEDULES
           PERFORM LOAD-ACTIVITY-TABLE
           PERFORM LOAD-SHOCK-PARMS
           PERFORM LOAD-LATE-ACTIVITY
           PERFORM LOAD-AS-OF-DATE
      * A SIMULATION OR A CORRECTION RUNS ON ITS OWN PATH AND ENDS
      * THERE - NEITHER REACHES THE CHECKPOINT, ACCRRPT OR DFPINTR
      * BELOW. BOTH AT ONCE WOULD PRICE THE CORRECTION AT SHOCKED
      * RATES, SO THAT IS REFUSED
           IF WS-SIMULATION-MODE AND WS-CORRECTION-MODE
               DISPLAY 'DFPACCR DFPSHOCK AND DFPLATE BOTH PRESENT -'
                   ' RUN REFUSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-SIMULATION-MODE
               PERFORM RUN-RATE-SHOCK-SIMULATION
               STOP RUN
           END-IF
           IF WS-CORRECTION-MODE
               PERFORM RUN-LATE-ACTIVITY-CORRECTION
               STOP RUN
           END-IF
           PERFORM READ-CHECKPOINT
           OPEN INPUT ACCOUNT-FILE
           IF WS-CKPT-LAST-ACCT = SPACES
               OPEN OUTPUT ACCRUAL-RPT
               OPEN OUTPUT ACCRUAL-RESULT-FILE
           ELSE
               SET WS-SKIPPING-TO-CKPT TO TRUE
               OPEN EXTEND ACCRUAL-RPT
               OPEN EXTEND ACCRUAL-RESULT-FILE
               DISPLAY 'DFPACCR RESUMING AFTER ' WS-CKPT-LAST-ACCT
           END-IF
           PERFORM OPEN-DELIMITED-EXPORT
           PERFORM READ-ACCOUNT-RECORD
           PERFORM UNTIL WS-NO-MORE-ACCTS
               IF WS-SKIPPING-TO-CKPT
                   END-IF
               ELSE
                   PERFORM ACCRUE-ONE-ACCOUNT
                   PERFORM WRITE-ACCRUAL-RESULT
                   PERFORM WRITE-CHECKPOINT
               END-IF
               PERFORM READ-ACCOUNT-RECORD
           PERFORM WRITE-PORTFOLIO-SUMMARY
           CLOSE ACCOUNT-FILE
           CLOSE ACCRUAL-RPT
           CLOSE ACCRUAL-RESULT-FILE
           IF LK-DR-EXPORT-ON
               CLOSE ACCRUAL-DLM
           END-IF
           PERFORM CLEAR-CHECKPOINT
           DISPLAY 'DFPACCR ACCOUNTS ACCRUED:   ' WS-ACCT-CNT
           DISPLAY 'DFPACCR PORTFOLIO BALANCE:  ' WS-PORT-BALANCE
           DISPLAY 'DFPACCR PORTFOLIO INTEREST: ' WS-PORT-TOTAL-INTEREST
           DISPLAY 'DFPACCR DEPOSITS APPLIED:   ' WS-ACT-DEPOSIT-CNT
           DISPLAY 'DFPACCR WITHDRAWALS APPLIED:' WS-ACT-WDRAW-CNT
           DISPLAY 'DFPACCR CLOSED ACCTS SKIPPED:' WS-CLOSED-SKIP-CNT
           STOP RUN.

      * CLOSED ACCOUNTS STAY ON THE MASTER FOR THEIR HISTORY BUT ARE
      * NEVER HANDED BACK TO THE CALLER - NOT ACCRUED, SIMULATED OR
      * CORRECTED, AND NEVER A CHECKPOINT KEY
       READ-ACCOUNT-RECORD.
           READ ACCOUNT-FILE
               AT END SET WS-NO-MORE-ACCTS TO TRUE
           END-READ
           PERFORM UNTIL WS-NO-MORE-ACCTS OR NOT ACCT-CLOSED
               ADD 1 TO WS-CLOSED-SKIP-CNT
               READ ACCOUNT-FILE
                   AT END SET WS-NO-MORE-ACCTS TO TRUE
               END-READ
           END-PERFORM.

       LOAD-RATE-SCHEDULES.
           OPEN INPUT RATE-SCHED-FILE
                   MOVE TRN-DAY     TO TT-DAY(WS-TRN-TBL-CNT)
                   MOVE TRN-TYPE    TO TT-TYPE(WS-TRN-TBL-CNT)
                   MOVE TRN-AMOUNT  TO TT-AMOUNT(WS-TRN-TBL-CNT)
                   SET TT-ON-TIME(WS-TRN-TBL-CNT) TO TRUE
                   MOVE 'N' TO TT-MATCHED-SW(WS-TRN-TBL-CNT)
               END-IF
               PERFORM READ-TRAN-RECORD
           END-PERFORM
                   UNTIL WS-TRN-SUB > WS-TRN-TBL-CNT
               IF TT-ACCT-ID(WS-TRN-SUB) = ACCT-ID
                       AND TT-DAY(WS-TRN-SUB) = WS-DAY-CTR
                       AND (TT-ON-TIME(WS-TRN-SUB) OR WS-INCLUDE-LATE)
                   IF TT-TYPE(WS-TRN-SUB) = 'W'
                       SUBTRACT TT-AMOUNT(WS-TRN-SUB)
                           FROM WS-BALANCE
                       SUBTRACT TT-AMOUNT(WS-TRN-SUB)
                           FROM WS-ACCT-NET-ACTIVITY
                       ADD 1 TO WS-ACT-WDRAW-CNT
                   ELSE
                       ADD TT-AMOUNT(WS-TRN-SUB) TO WS-BALANCE
                       ADD TT-AMOUNT(WS-TRN-SUB)
                           TO WS-ACCT-NET-ACTIVITY
                       ADD 1 TO WS-ACT-DEPOSIT-CNT
                   END-IF
               END-IF
      * FINAL BALANCE/INTEREST INTO THE PORTFOLIO TOTALS
       ACCRUE-ONE-ACCOUNT.
           ADD 1 TO WS-ACCT-CNT
           PERFORM START-ACCOUNT-ACCRUAL
           MOVE ACCT-ID TO ACCTD-ID
           MOVE ACCT-PRINCIPAL TO ACCTD-PRINCIPAL
           MOVE ACCT-ANNUAL-RATE TO ACCTD-RATE
           ADD WS-BALANCE TO WS-PORT-BALANCE
           ADD WS-TOTAL-INTEREST TO WS-PORT-TOTAL-INTEREST.

      * PER-ACCOUNT SET-UP SHARED BY A REAL ACCRUAL AND BOTH PASSES OF
      * A SIMULATION - OPENING BALANCE, DAILY RATE (WITH WS-SHOCK-PCT,
      * ZERO EXCEPT ON A SHOCKED PASS) AND WHETHER THE PRODUCT HAS
      * DFPRATE BANDS
       START-ACCOUNT-ACCRUAL.
           MOVE ACCT-PRINCIPAL TO WS-BALANCE
           MOVE ACCT-ANNUAL-RATE TO WS-ANNUAL-RATE
           MOVE ACCT-DAYS TO WS-DAYS
           MOVE 0 TO WS-TOTAL-INTEREST
           MOVE 0 TO WS-ACCT-NET-ACTIVITY
           IF ACCT-REPORT-CCY = SPACES
               MOVE 'USD' TO WS-REPORT-CCY
           ELSE
               MOVE ACCT-REPORT-CCY TO WS-REPORT-CCY
           END-IF
           COMPUTE WS-SHOCKED-RATE = WS-ANNUAL-RATE + WS-SHOCK-PCT
           IF WS-SHOCKED-RATE < 0
               MOVE 0 TO WS-SHOCKED-RATE
           END-IF
           COMPUTE WS-DAILY-RATE =
               (WS-SHOCKED-RATE / 100) / WS-DAYS-IN-YEAR
           MOVE 'N' TO WS-HAS-BANDS-SW
           PERFORM VARYING WS-RS-SUB FROM 1 BY 1
                   UNTIL WS-RS-SUB > WS-RS-TBL-CNT
               IF ACCT-PRODUCT NOT = SPACES
                       AND RS-PRODUCT(WS-RS-SUB) = ACCT-PRODUCT
                   SET WS-HAS-BANDS TO TRUE
               END-IF
           END-PERFORM.

      * COMPOUND ONE DAY'S INTEREST ONTO THE RUNNING BALANCE, ALL IN
      * DFP-EXT/DFP-LNG DECIMAL FLOATING POINT. AN ACCOUNT WHOSE
      * PRODUCT HAS A DFPRATE SCHEDULE SPLITS THE BALANCE ACROSS ITS
                               RS-CEILING(WS-RS-SUB)
                                   - WS-PRIOR-CEILING
                       END-IF
                       COMPUTE WS-SHOCKED-RATE =
                           RS-RATE(WS-RS-SUB) + WS-SHOCK-PCT
                       IF WS-SHOCKED-RATE < 0
                           MOVE 0 TO WS-SHOCKED-RATE
                       END-IF
                       COMPUTE WS-BAND-DAILY-RATE =
                           (WS-SHOCKED-RATE / 100)
                               / WS-DAYS-IN-YEAR
                       COMPUTE WS-DAILY-INTEREST =
                           WS-DAILY-INTEREST
               MOVE 0 TO WS-CONV-TOTAL-INTEREST
           END-IF.

      * ONE DFPINTR RESULT RECORD PER ACCOUNT, CUT BEFORE THE
      * CHECKPOINT SO A RESUMED RUN NEVER WRITES AN ACCOUNT TWICE OR
      * LOSES ONE
       WRITE-ACCRUAL-RESULT.
           MOVE SPACES TO DFPINTR-REC
           SET INTR-DETAIL TO TRUE
           MOVE ACCT-ID               TO INTR-ACCT-ID
           MOVE ACCT-PRODUCT          TO INTR-PRODUCT
           MOVE WS-REPORT-CCY         TO INTR-REPORT-CCY
           MOVE ACCT-PRINCIPAL        TO INTR-OPEN-PRINCIPAL
           MOVE WS-ACCT-NET-ACTIVITY  TO INTR-NET-ACTIVITY
           MOVE WS-TOTAL-INTEREST     TO INTR-INTEREST
           MOVE WS-BALANCE            TO INTR-CLOSE-BALANCE
           MOVE WS-CONV-TOTAL-INTEREST TO INTR-CONV-INTEREST
           MOVE WS-DAYS               TO INTR-DAYS
           MOVE WS-RATE-DATE          TO INTR-RATE-DATE
           WRITE DFPINTR-REC.

       WRITE-DETAIL-LINE.
           MOVE WS-DAY-CTR          TO DET-DAY
           MOVE WS-BALANCE          TO DET-BALANCE
           MOVE WS-CONV-BALANCE     TO DET-CONV-BALANCE
           MOVE WS-CONV-TOTAL-INTEREST TO DET-CONV-INTEREST
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF LK-DR-EXPORT-ON
               PERFORM WRITE-DELIMITED-ROW
           END-IF.

      * ASK DLMROW WHETHER THIS JOB'S DELIMITED EXPORT IS SWITCHED
      * ON AND, IF SO, OPEN IT. ACCRDL FOLLOWS ACCRRPT THROUGH A
      * RESTART - A FRESH RUN OPENS IT OUTPUT WITH ITS COLUMN-NAME
      * HEADER ROW, A RESUMED RUN OPENS IT EXTEND AND CARRIES ON
      * UNDER THE HEADER THE ABENDED RUN ALREADY WROTE
       OPEN-DELIMITED-EXPORT.
           ACCEPT WS-DLM-RUN-DATE FROM DATE YYYYMMDD
           MOVE 'DFPACCR' TO LK-DR-PROGRAM
           SET LK-DR-QUERY TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           IF LK-DR-EXPORT-ON
               IF WS-SKIPPING-TO-CKPT
                   OPEN EXTEND ACCRUAL-DLM
               ELSE
                   OPEN OUTPUT ACCRUAL-DLM
                   MOVE SPACES TO DLM-LINE
                   STRING 'RUN_DATE,ACCT_ID,DAY,BALANCE,DAILY_INT'
                          ',TOTAL_INT,CCY,CONV_BALANCE,CONV_INT'
                       DELIMITED BY SIZE INTO DLM-LINE
                   WRITE DLM-LINE
               END-IF
           END-IF.

      * ONE DELIMITED ROW PER ACCRUAL DAY. MONEY GOES OUT AT FOUR
      * PLACES, THE MOST DLMROW CARRIES - ACCRRPT AND DFPINTR STAY THE
      * FULL-PRECISION RECORD OF THE ACCRUAL
       WRITE-DELIMITED-ROW.
           SET LK-DR-NEW-ROW TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE WS-DLM-RUN-DATE TO LK-DR-DATE
           SET LK-DR-ADD-DATE TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE ACCT-ID TO LK-DR-TEXT
           SET LK-DR-ADD-TEXT TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE WS-DAY-CTR TO LK-DR-NUMBER
           MOVE 0 TO LK-DR-DECIMALS
           SET LK-DR-ADD-NUMBER TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE WS-BALANCE TO LK-DR-NUMBER
           MOVE 4 TO LK-DR-DECIMALS
           SET LK-DR-ADD-NUMBER TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE WS-DAILY-INTEREST TO LK-DR-NUMBER
           MOVE 4 TO LK-DR-DECIMALS
           SET LK-DR-ADD-NUMBER TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE WS-TOTAL-INTEREST TO LK-DR-NUMBER
           MOVE 4 TO LK-DR-DECIMALS
           SET LK-DR-ADD-NUMBER TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE WS-REPORT-CCY TO LK-DR-TEXT
           SET LK-DR-ADD-TEXT TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE WS-CONV-BALANCE TO LK-DR-NUMBER
           MOVE 4 TO LK-DR-DECIMALS
           SET LK-DR-ADD-NUMBER TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE WS-CONV-TOTAL-INTEREST TO LK-DR-NUMBER
           MOVE 4 TO LK-DR-DECIMALS
           SET LK-DR-ADD-NUMBER TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE LK-DR-ROW TO DLM-LINE
           WRITE DLM-LINE.

       WRITE-TRAILER-LINE.
           MOVE WS-BALANCE          TO TRLR-BALANCE
           MOVE WS-PORT-BALANCE        TO PORT-BALANCE
           MOVE WS-PORT-TOTAL-INTEREST TO PORT-TOTAL-INTEREST
           MOVE WS-PORTFOLIO-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO DFPINTR-REC
           SET INTR-PORTFOLIO TO TRUE
           MOVE WS-ACCT-CNT            TO INTR-PORT-ACCT-CNT
           MOVE 0 TO INTR-OPEN-PRINCIPAL INTR-NET-ACTIVITY
               INTR-CONV-INTEREST INTR-DAYS
           MOVE WS-PORT-TOTAL-INTEREST TO INTR-INTEREST
           MOVE WS-PORT-BALANCE        TO INTR-CLOSE-BALANCE
           MOVE WS-RATE-DATE           TO INTR-RATE-DATE
           WRITE DFPINTR-REC.

      * THE FIRST NON-BLANK DFPASOF CARD DATES EVERY CURRENCY
      * CONVERSION IN THE RUN. A MISSING OR EMPTY FILE LEAVES
      * WS-AS-OF-DATE SPACES - TODAY'S RATES, AS ALWAYS. A CARD THAT
      * IS NOT EIGHT DIGITS IS REFUSED RATHER THAN QUIETLY REPORTING
      * AT TODAY'S RATES ON A RERUN THAT ASKED FOR AN EARLIER DAY.
      * WS-RATE-DATE IS THE CARD DATE, OR TODAY WHEN THERE IS NONE
       LOAD-AS-OF-DATE.
           OPEN INPUT AS-OF-PARM-FILE
           PERFORM READ-AS-OF-PARM-RECORD
           PERFORM UNTIL WS-NO-MORE-AS-OF OR WS-AS-OF-DATE NOT = SPACES
               IF AP-AS-OF-DATE NOT = SPACES
                   IF AP-AS-OF-DATE IS NOT NUMERIC
                       DISPLAY 'DFPACCR DFPASOF DATE ' AP-AS-OF-DATE
                           ' NOT YYYYMMDD - RUN REFUSED'
                       CLOSE AS-OF-PARM-FILE
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE AP-AS-OF-DATE TO WS-AS-OF-DATE
               END-IF
               PERFORM READ-AS-OF-PARM-RECORD
           END-PERFORM
           CLOSE AS-OF-PARM-FILE
           MOVE WS-AS-OF-DATE TO LK-FXR-AS-OF-DATE
           IF WS-AS-OF-DATE NOT = SPACES
               MOVE WS-AS-OF-DATE TO WS-RATE-DATE
               DISPLAY 'DFPACCR CONVERTING AT RATES AS OF '
                   WS-AS-OF-DATE
           ELSE
               ACCEPT WS-RATE-DATE FROM DATE YYYYMMDD
           END-IF.

       READ-AS-OF-PARM-RECORD.
           READ AS-OF-PARM-FILE
               AT END SET WS-NO-MORE-AS-OF TO TRUE
           END-READ.

      * ANY SHOCK CARD ON DFPSHOCK PUTS THE RUN IN SIMULATION MODE. A
      * MISSING OR EMPTY FILE IS AN ORDINARY ACCRUAL
       LOAD-SHOCK-PARMS.
           OPEN INPUT SHOCK-PARM-FILE
           PERFORM READ-SHOCK-PARM-RECORD
           PERFORM UNTIL WS-NO-MORE-SHOCKS
               IF SP-SHOCK-BP NOT = SPACES
                   SET WS-SIMULATION-MODE TO TRUE
                   IF SP-PRODUCT = SPACES OR SP-PRODUCT = 'ALL '
                       COMPUTE WS-ALL-SHOCK-BP =
                           FUNCTION NUMVAL(SP-SHOCK-BP)
                   ELSE
                   IF WS-SHOCK-TBL-CNT < 50
                       ADD 1 TO WS-SHOCK-TBL-CNT
                       MOVE SP-PRODUCT TO SH-PRODUCT(WS-SHOCK-TBL-CNT)
                       COMPUTE SH-SHOCK-BP(WS-SHOCK-TBL-CNT) =
                           FUNCTION NUMVAL(SP-SHOCK-BP)
                   END-IF
                   END-IF
               END-IF
               PERFORM READ-SHOCK-PARM-RECORD
           END-PERFORM
           CLOSE SHOCK-PARM-FILE.

       READ-SHOCK-PARM-RECORD.
           READ SHOCK-PARM-FILE
               AT END SET WS-NO-MORE-SHOCKS TO TRUE
           END-READ.

      * WHAT-IF RUN - EVERY ACCOUNT ACCRUED AT ITS BOOKED RATES AND
      * AGAIN SHOCKED, REPORTED TO DFPSIMR ONLY. NO CHECKPOINT, NO
      * ACCRRPT, NO DFPINTR - NOTHING A POSTING JOB COULD PICK UP
       RUN-RATE-SHOCK-SIMULATION.
           OPEN INPUT ACCOUNT-FILE
           OPEN OUTPUT SIMULATION-RPT
           MOVE WS-SIM-HDG-1 TO SIM-LINE
           WRITE SIM-LINE
           MOVE WS-SIM-HDG-2 TO SIM-LINE
           WRITE SIM-LINE
           MOVE SPACES TO SIM-LINE
           WRITE SIM-LINE
           PERFORM READ-ACCOUNT-RECORD
           PERFORM UNTIL WS-NO-MORE-ACCTS
               PERFORM SIMULATE-ONE-ACCOUNT
               PERFORM READ-ACCOUNT-RECORD
           END-PERFORM
           MOVE SPACES TO SIM-LINE
           WRITE SIM-LINE
           PERFORM VARYING WS-SIM-PROD-SUB FROM 1 BY 1
                   UNTIL WS-SIM-PROD-SUB > WS-SIM-PROD-CNT
               MOVE SPACES TO WS-SIM-PROD-LINE
               MOVE 'PRODUCT ' TO WS-SIM-PROD-LINE(1:8)
               MOVE ' ACCTS' TO WS-SIM-PROD-LINE(13:6)
               MOVE SPT-PRODUCT(WS-SIM-PROD-SUB)  TO SIMP-PRODUCT
               MOVE SPT-ACCT-CNT(WS-SIM-PROD-SUB) TO SIMP-ACCT-CNT
               MOVE SPT-SHOCK-BP(WS-SIM-PROD-SUB) TO SIMP-SHOCK-BP
               MOVE SPT-BASE(WS-SIM-PROD-SUB)     TO SIMP-BASE
               MOVE SPT-SHOCKED(WS-SIM-PROD-SUB)  TO SIMP-SHOCKED
               COMPUTE WS-SIM-DIFF = SPT-SHOCKED(WS-SIM-PROD-SUB)
                   - SPT-BASE(WS-SIM-PROD-SUB)
               MOVE WS-SIM-DIFF TO SIMP-DIFF
               MOVE WS-SIM-PROD-LINE TO SIM-LINE
               WRITE SIM-LINE
           END-PERFORM
           MOVE SPACES TO SIM-LINE
           WRITE SIM-LINE
           MOVE SPACES TO WS-SIM-PROD-LINE
           MOVE 'PORTFOLIO' TO WS-SIM-PROD-LINE(1:9)
           MOVE ' ACCTS' TO WS-SIM-PROD-LINE(13:6)
           MOVE WS-ACCT-CNT       TO SIMP-ACCT-CNT
           MOVE WS-SIM-PORT-BASE  TO SIMP-BASE
           MOVE WS-SIM-PORT-SHOCK TO SIMP-SHOCKED
           COMPUTE WS-SIM-DIFF = WS-SIM-PORT-SHOCK - WS-SIM-PORT-BASE
           MOVE WS-SIM-DIFF TO SIMP-DIFF
           MOVE WS-SIM-PROD-LINE TO SIM-LINE
           WRITE SIM-LINE
           CLOSE ACCOUNT-FILE
           CLOSE SIMULATION-RPT
           DISPLAY 'DFPACCR SIMULATION ONLY - NOTHING POSTED'
           DISPLAY 'DFPACCR ACCOUNTS SIMULATED: ' WS-ACCT-CNT
           DISPLAY 'DFPACCR BASE INTEREST:      ' WS-SIM-PORT-BASE
           DISPLAY 'DFPACCR SHOCKED INTEREST:   ' WS-SIM-PORT-SHOCK.

      * TWO PASSES OVER ONE ACCOUNT - BOOKED RATES, THEN SHOCKED -
      * EACH A FULL DAY LOOP WITH THE ACCOUNT'S DFPTRAN ACTIVITY
       SIMULATE-ONE-ACCOUNT.
           ADD 1 TO WS-ACCT-CNT
           MOVE WS-ALL-SHOCK-BP TO WS-ACCT-SHOCK-BP
           PERFORM VARYING WS-SHOCK-SUB FROM 1 BY 1
                   UNTIL WS-SHOCK-SUB > WS-SHOCK-TBL-CNT
               IF SH-PRODUCT(WS-SHOCK-SUB) = ACCT-PRODUCT
                   MOVE SH-SHOCK-BP(WS-SHOCK-SUB) TO WS-ACCT-SHOCK-BP
               END-IF
           END-PERFORM
           MOVE 0 TO WS-SHOCK-PCT
           PERFORM SIMULATE-ONE-PASS
           MOVE WS-TOTAL-INTEREST TO WS-SIM-BASE-INTEREST
           COMPUTE WS-SHOCK-PCT = WS-ACCT-SHOCK-BP / 100
           PERFORM SIMULATE-ONE-PASS
           MOVE WS-TOTAL-INTEREST TO WS-SIM-SHOCK-INTEREST
           MOVE 0 TO WS-SHOCK-PCT
           ADD WS-SIM-BASE-INTEREST  TO WS-SIM-PORT-BASE
           ADD WS-SIM-SHOCK-INTEREST TO WS-SIM-PORT-SHOCK
           PERFORM ADD-TO-SIM-PRODUCT
           MOVE ACCT-ID               TO SIMD-ID
           MOVE ACCT-PRODUCT          TO SIMD-PRODUCT
           MOVE WS-ACCT-SHOCK-BP      TO SIMD-SHOCK-BP
           MOVE WS-SIM-BASE-INTEREST  TO SIMD-BASE
           MOVE WS-SIM-SHOCK-INTEREST TO SIMD-SHOCKED
           COMPUTE WS-SIM-DIFF =
               WS-SIM-SHOCK-INTEREST - WS-SIM-BASE-INTEREST
           MOVE WS-SIM-DIFF TO SIMD-DIFF
           MOVE WS-SIM-DETAIL-LINE TO SIM-LINE
           WRITE SIM-LINE.

       SIMULATE-ONE-PASS.
           PERFORM START-ACCOUNT-ACCRUAL
           PERFORM VARYING WS-DAY-CTR FROM 1 BY 1
                   UNTIL WS-DAY-CTR > WS-DAYS
               PERFORM APPLY-DAY-ACTIVITY
               PERFORM ACCRUE-ONE-DAY
           END-PERFORM.

       ADD-TO-SIM-PRODUCT.
           IF ACCT-PRODUCT = SPACES
               MOVE 'NONE' TO WS-SIM-PRODUCT
           ELSE
               MOVE ACCT-PRODUCT TO WS-SIM-PRODUCT
           END-IF
           MOVE 'N' TO WS-SIM-PROD-FOUND-SW
           PERFORM VARYING WS-SIM-PROD-SUB FROM 1 BY 1
                   UNTIL WS-SIM-PROD-SUB > WS-SIM-PROD-CNT
               IF SPT-PRODUCT(WS-SIM-PROD-SUB) = WS-SIM-PRODUCT
                   SET WS-SIM-PROD-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-SIM-PROD-FOUND AND WS-SIM-PROD-CNT < 50
               ADD 1 TO WS-SIM-PROD-CNT
               MOVE WS-SIM-PROD-CNT TO WS-SIM-PROD-SUB
               MOVE WS-SIM-PRODUCT TO SPT-PRODUCT(WS-SIM-PROD-SUB)
               MOVE WS-ACCT-SHOCK-BP TO SPT-SHOCK-BP(WS-SIM-PROD-SUB)
               MOVE 0 TO SPT-ACCT-CNT(WS-SIM-PROD-SUB)
               MOVE 0 TO SPT-BASE(WS-SIM-PROD-SUB)
               MOVE 0 TO SPT-SHOCKED(WS-SIM-PROD-SUB)
               SET WS-SIM-PROD-FOUND TO TRUE
           END-IF
           IF WS-SIM-PROD-FOUND
               ADD 1 TO SPT-ACCT-CNT(WS-SIM-PROD-SUB)
               ADD WS-SIM-BASE-INTEREST
                   TO SPT-BASE(WS-SIM-PROD-SUB)
               ADD WS-SIM-SHOCK-INTEREST
                   TO SPT-SHOCKED(WS-SIM-PROD-SUB)
           END-IF.

      * LATE ACTIVITY ON DFPLATE JOINS THE DFPTRAN ROWS IN WS-TRN-TBL
      * FLAGGED TT-LATE. ANY LATE ROW PUTS THE RUN IN CORRECTION MODE;
      * A MISSING OR EMPTY FILE IS AN ORDINARY ACCRUAL. ROWS THAT DO
      * NOT FIT ARE COUNTED SO THE CORRECTION CAN FAIL RATHER THAN
      * POST SHORT
       LOAD-LATE-ACTIVITY.
           OPEN INPUT LATE-TRAN-FILE
           PERFORM READ-LATE-TRAN-RECORD
           PERFORM UNTIL WS-NO-MORE-LATE
               IF LT-ACCT-ID NOT = SPACES
                   SET WS-CORRECTION-MODE TO TRUE
                   IF WS-TRN-TBL-CNT < 500
                       ADD 1 TO WS-TRN-TBL-CNT
                       ADD 1 TO WS-LATE-LOADED-CNT
                       MOVE LT-ACCT-ID TO TT-ACCT-ID(WS-TRN-TBL-CNT)
                       MOVE LT-DAY     TO TT-DAY(WS-TRN-TBL-CNT)
                       MOVE LT-TYPE    TO TT-TYPE(WS-TRN-TBL-CNT)
                       MOVE LT-AMOUNT  TO TT-AMOUNT(WS-TRN-TBL-CNT)
                       SET TT-LATE(WS-TRN-TBL-CNT) TO TRUE
                       MOVE 'N' TO TT-MATCHED-SW(WS-TRN-TBL-CNT)
                   ELSE
                       ADD 1 TO WS-LATE-DROPPED-CNT
                   END-IF
               END-IF
               PERFORM READ-LATE-TRAN-RECORD
           END-PERFORM
           CLOSE LATE-TRAN-FILE.

       READ-LATE-TRAN-RECORD.
           READ LATE-TRAN-FILE
               AT END SET WS-NO-MORE-LATE TO TRUE
           END-READ.

      * CORRECTION RUN - ONLY ACCOUNTS WITH LATE ITEMS ARE RE-ACCRUED.
      * EACH GETS A SIGNED DFPADJ RECORD AND A REGISTER LINE; LATE
      * ITEMS FOR ACCOUNTS NOT ON DFPACCT ARE LISTED AT THE END. THE
      * PERIOD'S DFPINTR MUST BE SUPPLIED - IT HOLDS THE PRINCIPAL AND
      * DAYS THE PERIOD WAS ACCRUED FROM, WHICH THE MASTER NO LONGER
      * DOES ONCE DFPCAP HAS CAPITALIZED THE PERIOD. IF
      * ANY LATE ITEM COULD NOT BE LOADED NOTHING IS WRITTEN TO DFPADJ
      * BEYOND AN EMPTY FILE AND THE RUN ENDS RC 16
       RUN-LATE-ACTIVITY-CORRECTION.
           ACCEPT WS-ADJ-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT ADJUSTMENT-FILE
           OPEN OUTPUT ADJUSTMENT-RPT
           MOVE WS-ADJ-RUN-DATE TO ADJH-RUN-DATE
           MOVE WS-ADJ-HDG-1 TO ADJ-LINE
           WRITE ADJ-LINE
           MOVE WS-ADJ-HDG-2 TO ADJ-LINE
           WRITE ADJ-LINE
           MOVE SPACES TO ADJ-LINE
           WRITE ADJ-LINE
           IF WS-LATE-DROPPED-CNT > 0
               MOVE SPACES TO WS-ADJ-COUNT-LINE
               MOVE 'LATE ITEMS NOT LOADED - TABLE FULL:'
                   TO ADJC-LABEL
               MOVE WS-LATE-DROPPED-CNT TO ADJC-COUNT
               MOVE WS-ADJ-COUNT-LINE TO ADJ-LINE
               WRITE ADJ-LINE
               MOVE 'CORRECTION NOT RUN - NOTHING POSTED' TO ADJ-LINE
               WRITE ADJ-LINE
               CLOSE ADJUSTMENT-FILE
               CLOSE ADJUSTMENT-RPT
               DISPLAY 'DFPACCR LATE ITEMS NOT LOADED: '
                   WS-LATE-DROPPED-CNT
               MOVE 16 TO RETURN-CODE
           ELSE
               OPEN INPUT ACCOUNT-FILE
               OPEN INPUT ACCRUAL-RESULT-FILE
               PERFORM READ-ACCRUAL-RESULT
               PERFORM READ-ACCOUNT-RECORD
               PERFORM UNTIL WS-NO-MORE-ACCTS
                   PERFORM CORRECT-ONE-ACCOUNT
                   PERFORM READ-ACCOUNT-RECORD
               END-PERFORM
               CLOSE ACCRUAL-RESULT-FILE
               CLOSE ACCOUNT-FILE
               PERFORM LIST-UNMATCHED-LATE-ITEMS
               PERFORM WRITE-ADJUSTMENT-TOTALS
               CLOSE ADJUSTMENT-FILE
               CLOSE ADJUSTMENT-RPT
               DISPLAY 'DFPACCR CORRECTION ONLY - ACCRUAL NOT REWRITTEN'
               DISPLAY 'DFPACCR ACCOUNTS ADJUSTED:  ' WS-ACCT-CNT
               DISPLAY 'DFPACCR NET ADJUSTMENT:     ' WS-ADJ-NET-TOTAL
               DISPLAY 'DFPACCR LATE ITEMS UNMATCHED:'
                   WS-LATE-UNMATCHED-CNT
               DISPLAY 'DFPACCR ACCOUNTS NOT CORRECTED - NO DFPINTR: '
                   WS-CORR-REJECT-CNT
           END-IF.

      * THE ORIGINAL PASS REPRODUCES THE ACCRUAL AS REPORTED (LATE
      * ITEMS LEFT OUT), SAVING ITS FIGURES GOING INTO THE EFFECTIVE
      * DAY; THE CORRECTED PASS RESTARTS FROM THERE WITH THE LATE
      * ITEMS APPLIED. A LATE ITEM DATED OUTSIDE THE ACCOUNT'S DAYS
      * NEVER ACCRUES AND IS NOTED WITH A ZERO ADJUSTMENT
       CORRECT-ONE-ACCOUNT.
           MOVE 0 TO WS-ACCT-LATE-CNT
           MOVE 99999 TO WS-EFF-DAY
           PERFORM VARYING WS-TRN-SUB FROM 1 BY 1
                   UNTIL WS-TRN-SUB > WS-TRN-TBL-CNT
               IF TT-LATE(WS-TRN-SUB)
                       AND TT-ACCT-ID(WS-TRN-SUB) = ACCT-ID
                   ADD 1 TO WS-ACCT-LATE-CNT
                   SET TT-MATCHED(WS-TRN-SUB) TO TRUE
                   IF TT-DAY(WS-TRN-SUB) < WS-EFF-DAY
                       MOVE TT-DAY(WS-TRN-SUB) TO WS-EFF-DAY
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ACCT-LATE-CNT > 0
               PERFORM FIND-ACCRUAL-RESULT
               IF WS-INTR-FOUND
                   PERFORM RE-ACCRUE-ONE-ACCOUNT
               ELSE
                   PERFORM REJECT-CORRECTION
               END-IF
           END-IF.

      * THE ORIGINAL PASS STARTS FROM THE PRINCIPAL AND DAY COUNT THE
      * PERIOD WAS ACCRUED FROM (OFF DFPINTR) RATHER THAN THE MASTER,
      * WHICH AFTER DFPCAP CARRIES THE CAPITALIZED PRINCIPAL AND NEXT
      * MONTH'S DAYS
       RE-ACCRUE-ONE-ACCOUNT.
           ADD 1 TO WS-ACCT-CNT
           MOVE 'N' TO WS-INCLUDE-LATE-SW
           PERFORM START-ACCOUNT-ACCRUAL
           MOVE INTR-OPEN-PRINCIPAL TO WS-BALANCE
           MOVE INTR-DAYS TO WS-DAYS
           PERFORM VARYING WS-DAY-CTR FROM 1 BY 1
                   UNTIL WS-DAY-CTR > WS-DAYS
               IF WS-DAY-CTR = WS-EFF-DAY
                   MOVE WS-BALANCE TO WS-EFF-BALANCE
                   MOVE WS-TOTAL-INTEREST TO WS-EFF-INTEREST
                   MOVE WS-ACCT-NET-ACTIVITY TO WS-EFF-NET-ACTIVITY
               END-IF
               PERFORM APPLY-DAY-ACTIVITY
               PERFORM ACCRUE-ONE-DAY
           END-PERFORM
           MOVE WS-TOTAL-INTEREST TO WS-ORIG-INTEREST
           MOVE SPACES TO ADJD-NOTE
           IF WS-EFF-DAY > 0 AND WS-EFF-DAY NOT > WS-DAYS
               SET WS-INCLUDE-LATE TO TRUE
               MOVE WS-EFF-BALANCE TO WS-BALANCE
               MOVE WS-EFF-INTEREST TO WS-TOTAL-INTEREST
               MOVE WS-EFF-NET-ACTIVITY TO WS-ACCT-NET-ACTIVITY
               PERFORM VARYING WS-DAY-CTR FROM WS-EFF-DAY BY 1
                       UNTIL WS-DAY-CTR > WS-DAYS
                   PERFORM APPLY-DAY-ACTIVITY
                   PERFORM ACCRUE-ONE-DAY
               END-PERFORM
               MOVE 'N' TO WS-INCLUDE-LATE-SW
           ELSE
               MOVE 'OUTSIDE PERIOD' TO ADJD-NOTE
           END-IF
           MOVE WS-TOTAL-INTEREST TO WS-CORR-INTEREST
           COMPUTE WS-ADJ-AMOUNT =
               WS-CORR-INTEREST - WS-ORIG-INTEREST
           ADD WS-ADJ-AMOUNT TO WS-ADJ-NET-TOTAL
           IF WS-ADJ-AMOUNT > 0
               ADD WS-ADJ-AMOUNT TO WS-ADJ-UNDER-TOTAL
           ELSE
               ADD WS-ADJ-AMOUNT TO WS-ADJ-OVER-TOTAL
           END-IF
           PERFORM WRITE-ADJUSTMENT-RECORD.

      * STEP DFPINTR UP TO THIS ACCOUNT. A RESULT WITHOUT A DAY COUNT
      * (WRITTEN BEFORE DFPINTR CARRIED ONE) CANNOT BE RE-ACCRUED
       FIND-ACCRUAL-RESULT.
           MOVE 'N' TO WS-INTR-FOUND-SW
           PERFORM UNTIL WS-NO-MORE-RESULTS
                   OR INTR-ACCT-ID NOT < ACCT-ID
               PERFORM READ-ACCRUAL-RESULT
           END-PERFORM
           IF NOT WS-NO-MORE-RESULTS
                   AND INTR-ACCT-ID = ACCT-ID
                   AND INTR-DAYS IS NUMERIC
                   AND INTR-DAYS > 0
               SET WS-INTR-FOUND TO TRUE
           END-IF.

       READ-ACCRUAL-RESULT.
           READ ACCRUAL-RESULT-FILE
               AT END SET WS-NO-MORE-RESULTS TO TRUE
           END-READ
           IF NOT WS-NO-MORE-RESULTS AND NOT INTR-DETAIL
               SET WS-NO-MORE-RESULTS TO TRUE
           END-IF.

      * NOTHING IS POSTED FOR AN ACCOUNT THE PERIOD NEVER ACCRUED (OR
      * WHOSE RESULT IS TOO OLD TO RE-ACCRUE FROM) - GUESSING FROM THE
      * MASTER COULD PRICE IT OFF A CAPITALIZED PRINCIPAL
       REJECT-CORRECTION.
           ADD 1 TO WS-CORR-REJECT-CNT
           MOVE ACCT-ID          TO ADJR-ID
           MOVE WS-EFF-DAY       TO ADJR-EFF-DAY
           MOVE WS-ACCT-LATE-CNT TO ADJR-ITEMS
           MOVE WS-ADJ-REJECT-LINE TO ADJ-LINE
           WRITE ADJ-LINE.

       WRITE-ADJUSTMENT-RECORD.
           MOVE SPACES TO DFPADJ-REC
           SET ADJ-DETAIL TO TRUE
           MOVE ACCT-ID           TO ADJ-ACCT-ID
           MOVE ACCT-PRODUCT      TO ADJ-PRODUCT
           MOVE WS-EFF-DAY        TO ADJ-EFFECTIVE-DAY
           MOVE WS-ACCT-LATE-CNT  TO ADJ-LATE-ITEM-CNT
           MOVE WS-ADJ-RUN-DATE   TO ADJ-RUN-DATE
           MOVE WS-ORIG-INTEREST  TO ADJ-ORIG-INTEREST
           MOVE WS-CORR-INTEREST  TO ADJ-CORR-INTEREST
           MOVE WS-ADJ-AMOUNT     TO ADJ-ADJUSTMENT
           WRITE DFPADJ-REC
           MOVE ACCT-ID           TO ADJD-ID
           MOVE ACCT-PRODUCT      TO ADJD-PRODUCT
           MOVE WS-EFF-DAY        TO ADJD-EFF-DAY
           MOVE WS-ACCT-LATE-CNT  TO ADJD-ITEMS
           MOVE WS-ORIG-INTEREST  TO ADJD-ORIG
           MOVE WS-CORR-INTEREST  TO ADJD-CORR
           MOVE WS-ADJ-AMOUNT     TO ADJD-ADJUSTMENT
           MOVE WS-ADJ-DETAIL-LINE TO ADJ-LINE
           WRITE ADJ-LINE.

       LIST-UNMATCHED-LATE-ITEMS.
           PERFORM VARYING WS-TRN-SUB FROM 1 BY 1
                   UNTIL WS-TRN-SUB > WS-TRN-TBL-CNT
               IF TT-LATE(WS-TRN-SUB)
                       AND NOT TT-MATCHED(WS-TRN-SUB)
                   ADD 1 TO WS-LATE-UNMATCHED-CNT
                   MOVE TT-ACCT-ID(WS-TRN-SUB) TO ADJU-ID
                   MOVE TT-DAY(WS-TRN-SUB)     TO ADJU-DAY
                   MOVE TT-TYPE(WS-TRN-SUB)    TO ADJU-TYPE
                   MOVE TT-AMOUNT(WS-TRN-SUB)  TO ADJU-AMOUNT
                   MOVE WS-ADJ-UNMATCHED-LINE TO ADJ-LINE
                   WRITE ADJ-LINE
               END-IF
           END-PERFORM.

       WRITE-ADJUSTMENT-TOTALS.
           MOVE SPACES TO ADJ-LINE
           WRITE ADJ-LINE
           MOVE SPACES TO WS-ADJ-COUNT-LINE
           MOVE 'LATE ITEMS READ:' TO ADJC-LABEL
           MOVE WS-LATE-LOADED-CNT TO ADJC-COUNT
           MOVE WS-ADJ-COUNT-LINE TO ADJ-LINE
           WRITE ADJ-LINE
           MOVE 'LATE ITEMS FOR ACCOUNTS NOT ON DFPACCT:' TO ADJC-LABEL
           MOVE WS-LATE-UNMATCHED-CNT TO ADJC-COUNT
           MOVE WS-ADJ-COUNT-LINE TO ADJ-LINE
           WRITE ADJ-LINE
           MOVE 'ACCOUNTS ADJUSTED:' TO ADJC-LABEL
           MOVE WS-ACCT-CNT TO ADJC-COUNT
           MOVE WS-ADJ-COUNT-LINE TO ADJ-LINE
           WRITE ADJ-LINE
           MOVE 'ACCOUNTS NOT CORRECTED - NO DFPINTR:' TO ADJC-LABEL
           MOVE WS-CORR-REJECT-CNT TO ADJC-COUNT
           MOVE WS-ADJ-COUNT-LINE TO ADJ-LINE
           WRITE ADJ-LINE
           MOVE SPACES TO WS-ADJ-TOTAL-LINE
           MOVE 'INTEREST UNDER-ACCRUED (ADD):' TO ADJT-LABEL
           MOVE WS-ADJ-UNDER-TOTAL TO ADJT-AMOUNT
           MOVE WS-ADJ-TOTAL-LINE TO ADJ-LINE
           WRITE ADJ-LINE
           MOVE 'INTEREST OVER-ACCRUED (REVERSE):' TO ADJT-LABEL
           MOVE WS-ADJ-OVER-TOTAL TO ADJT-AMOUNT
           MOVE WS-ADJ-TOTAL-LINE TO ADJ-LINE
           WRITE ADJ-LINE
           MOVE 'NET ADJUSTMENT:' TO ADJT-LABEL
           MOVE WS-ADJ-NET-TOTAL TO ADJT-AMOUNT
           MOVE WS-ADJ-TOTAL-LINE TO ADJ-LINE
           WRITE ADJ-LINE
           MOVE SPACES TO DFPADJ-REC
           SET ADJ-TRAILER TO TRUE
           MOVE WS-ACCT-CNT       TO ADJ-TRLR-ACCT-CNT
           MOVE WS-ADJ-RUN-DATE   TO ADJ-RUN-DATE
           MOVE 0 TO ADJ-EFFECTIVE-DAY ADJ-LATE-ITEM-CNT
               ADJ-ORIG-INTEREST ADJ-CORR-INTEREST
           MOVE WS-ADJ-NET-TOTAL  TO ADJ-ADJUSTMENT
           WRITE DFPADJ-REC.
