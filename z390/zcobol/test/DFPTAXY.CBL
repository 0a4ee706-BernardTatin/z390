      ***************************************************************
      * Author.  Maintenance team, following the DFPCAP/DFPGLJ style
      * Date.    10/14/26
      * Remarks. Year-end interest income tax reporting. Each account
      *          holder, and the tax authority, must be told how much
      *          interest the account earned in the tax year, and
      *          DFPACCR only ever knows about one month. This reads
      *          the DFPCAPH capitalization history DFPCAP appends
      *          every month-end - the interest actually credited to
      *          each account - and accumulates it per ACCT-ID by
      *          month across the tax year. A rerun of DFPCAP for a
      *          month leaves two records for that account and month;
      *          the later one replaces the earlier here, so a rerun
      *          is never counted twice.
      *
      *          Accounts whose year total reaches the reporting
      *          threshold (PARMFIL TAX-REPORT-THRESHOLD, default
      *          10.00) are flagged reportable and get both a recipient
      *          statement on TAXSTMT (month-by-month credits and the
      *          year total) and a payee record on the fixed-format
      *          TAXFILE regulatory filing (transmitter header, one
      *          payee record per reportable account, control trailer
      *          with the payee count and amount total). Accounts
      *          under the threshold are counted on the closing
      *          summary page but not filed.
      *
      *          The tax year comes off an optional SYSIN card
      *          (columns 1-4); blank means the calendar year before
      *          the run date, since the job runs after year end.
      ***************************************************************
      * 10/14/26 RPI 2215 INITIAL CODING
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DFPTAXY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CAP-HIST-FILE ASSIGN TO 'DFPCAPH'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT TAX-STMT-FILE ASSIGN TO 'TAXSTMT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT TAX-FILING-FILE ASSIGN TO 'TAXFILE'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BATCH-LOG-FILE ASSIGN TO 'BATCHLOG'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PARMFIL-FILE ASSIGN TO 'PARMFIL'
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY PRM-KEY.
       DATA DIVISION.
       FILE SECTION.
       FD  CAP-HIST-FILE.
           COPY DFPCAPH.
       FD  TAX-STMT-FILE.
       01  STMT-LINE                PIC X(80).
       FD  TAX-FILING-FILE.
       01  FILING-LINE              PIC X(80).
       FD  BATCH-LOG-FILE.
       01  BL-LINE                  PIC X(80).
       FD  PARMFIL-FILE.
           COPY PARMFIL.

       WORKING-STORAGE SECTION.
       COPY BATCHLOG.
       01  WS-CH-EOF-SW              PIC X VALUE 'N'.
           88  WS-NO-MORE-HIST           VALUE 'Y'.

       01  WS-PARM-CARD.
           02  WS-PARM-YEAR          PIC X(4).
           02  FILLER                PIC X(76).
       01  WS-TAX-YEAR               PIC 9(4) VALUE 0.

      * SHOP PARAMETERS - COMPILED DEFAULTS, OVERRIDDEN FROM PARMFIL
       01  WS-THRESHOLD              PIC S9(9)V99 VALUE 10.00.
       01  WS-PAYER-ID               PIC X(10) VALUE 'DFPACCR'.

      * ONE ROW PER ACCOUNT SEEN IN THE TAX YEAR WITH A SLOT PER
      * MONTH. THE SLOT IS REPLACED, NOT ADDED TO, SO A DFPCAP RERUN
      * FOR A MONTH COUNTS ONCE. IF THE TABLE EVER FILLS THE DROPPED
      * ACCOUNTS ARE COUNTED AND THE RUN LOGS FAIL - A FILING MUST
      * NOT GO OUT SHORT
       01  WS-ACCT-TBL.
           02  ACCT-ENTRY OCCURS 5000 TIMES.
               04  AT-ACCT-ID        PIC X(10).
               04  AT-PRODUCT        PIC X(4).
               04  AT-MONTH-AMT      PIC S9(9)V99 OCCURS 12 TIMES.
               04  AT-MONTH-RUN      PIC 9(8) OCCURS 12 TIMES.
               04  AT-YEAR-TOTAL     PIC S9(11)V99.
       01  WS-ACCT-CNT               PIC 9(5) VALUE 0.
       01  WS-ACCT-SUB               PIC 9(5).
       01  WS-MONTH-SUB              PIC 9(2).
       01  WS-ACCT-FOUND-SW          PIC X VALUE 'N'.
           88  WS-ACCT-FOUND             VALUE 'Y'.
       01  WS-ACCT-TBL-FULL-SW       PIC X VALUE 'N'.
           88  WS-ACCT-TBL-IS-FULL       VALUE 'Y'.
       01  WS-DROPPED-CNT            PIC 9(5) VALUE 0.

       01  WS-HIST-READ-CNT          PIC 9(7) VALUE 0.
       01  WS-HIST-YEAR-CNT          PIC 9(7) VALUE 0.
       01  WS-REPLACED-CNT           PIC 9(5) VALUE 0.
       01  WS-REPORTABLE-CNT         PIC 9(5) VALUE 0.
       01  WS-UNDER-CNT              PIC 9(5) VALUE 0.
       01  WS-REPORTABLE-TOTAL       PIC S9(13)V99 VALUE 0.
       01  WS-UNDER-TOTAL            PIC S9(13)V99 VALUE 0.

       01  WS-RUN-DATE.
           02  WS-RUN-YYYY           PIC 9(4).
           02  WS-RUN-MM             PIC 9(2).
           02  WS-RUN-DD             PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

       01  WS-MONTH-NAMES.
           02  FILLER PIC X(36) VALUE
               'JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC'.
       01  WS-MONTH-NAME-TBL REDEFINES WS-MONTH-NAMES.
           02  WS-MONTH-NAME         PIC X(3) OCCURS 12 TIMES.

      * RECIPIENT STATEMENT LINES
       01  WS-STMT-HDG-1.
           02  FILLER       PIC X(40) VALUE
               'STATEMENT OF INTEREST INCOME  TAX YEAR'.
           02  STH-YEAR     PIC 9(4).
       01  WS-STMT-HDG-2.
           02  FILLER       PIC X(10) VALUE 'PAYER    '.
           02  STH-PAYER    PIC X(10).
           02  FILLER       PIC X(12) VALUE '   ACCOUNT '.
           02  STH-ACCT-ID  PIC X(10).
           02  FILLER       PIC X(10) VALUE '   PRODUCT'.
           02  FILLER       PIC X     VALUE SPACE.
           02  STH-PRODUCT  PIC X(4).
       01  WS-STMT-MONTH-LINE.
           02  FILLER       PIC X(4)  VALUE SPACES.
           02  STM-MONTH    PIC X(3).
           02  FILLER       PIC X(4)  VALUE SPACES.
           02  STM-AMOUNT   PIC -(9)9.99.
       01  WS-STMT-TOTAL-LINE.
           02  FILLER       PIC X(28) VALUE
               'TOTAL INTEREST CREDITED     '.
           02  STT-TOTAL    PIC -(11)9.99.
       01  WS-SUMMARY-LINE.
           02  SUM-LABEL    PIC X(30).
           02  SUM-COUNT    PIC ZZZZZZ9.
           02  FILLER       PIC X(3) VALUE SPACES.
           02  SUM-AMOUNT   PIC -(12)9.99.

      * REGULATORY FILING RECORD LAYOUTS - 80 BYTES EACH
       01  WS-FILING-HEADER.
           02  FH-REC-TYPE           PIC X VALUE 'T'.
           02  FH-TAX-YEAR           PIC 9(4).
           02  FH-PAYER-ID           PIC X(10).
           02  FH-CREATE-DATE        PIC 9(8).
           02  FH-FORM-TYPE          PIC X(8) VALUE 'INTINC'.
           02  FILLER                PIC X(49) VALUE SPACES.
       01  WS-FILING-PAYEE.
           02  FP-REC-TYPE           PIC X VALUE 'B'.
           02  FP-TAX-YEAR           PIC 9(4).
           02  FP-SEQNO              PIC 9(7).
           02  FP-ACCT-ID            PIC X(10).
           02  FP-PRODUCT            PIC X(4).
           02  FP-INTEREST           PIC 9(11)V99.
           02  FP-CCY                PIC X(3) VALUE 'USD'.
           02  FILLER                PIC X(38) VALUE SPACES.
       01  WS-FILING-TRAILER.
           02  FT-REC-TYPE           PIC X VALUE 'C'.
           02  FT-TAX-YEAR           PIC 9(4).
           02  FT-PAYEE-CNT          PIC 9(7).
           02  FT-INTEREST-TOTAL     PIC 9(13)V99.
           02  FILLER                PIC X(53) VALUE SPACES.

       01  WS-BL-DETAIL.
           02  FILLER       PIC X(5)  VALUE 'YEAR='.
           02  BLD-YEAR     PIC 9(4).
           02  FILLER       PIC X(7)  VALUE ' REPTD='.
           02  BLD-REPORTED PIC ZZZZ9.
           02  FILLER       PIC X(7)  VALUE ' UNDER='.
           02  BLD-UNDER    PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM WRITE-BATCH-START-ENTRY
           PERFORM READ-PARM-CARD
           PERFORM LOAD-SHOP-PARAMETERS
           PERFORM LOAD-YEAR-CREDITS
           OPEN OUTPUT TAX-STMT-FILE
           OPEN OUTPUT TAX-FILING-FILE
           MOVE WS-TAX-YEAR     TO FH-TAX-YEAR
           MOVE WS-PAYER-ID     TO FH-PAYER-ID
           MOVE WS-RUN-DATE-NUM TO FH-CREATE-DATE
           MOVE WS-FILING-HEADER TO FILING-LINE
           WRITE FILING-LINE
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-CNT
               PERFORM REPORT-ONE-ACCOUNT
           END-PERFORM
           MOVE WS-TAX-YEAR         TO FT-TAX-YEAR
           MOVE WS-REPORTABLE-CNT   TO FT-PAYEE-CNT
           MOVE WS-REPORTABLE-TOTAL TO FT-INTEREST-TOTAL
           MOVE WS-FILING-TRAILER TO FILING-LINE
           WRITE FILING-LINE
           PERFORM WRITE-SUMMARY-PAGE
           CLOSE TAX-STMT-FILE
           CLOSE TAX-FILING-FILE
           PERFORM WRITE-BATCH-LOG-ENTRY
           DISPLAY 'DFPTAXY TAX YEAR:            ' WS-TAX-YEAR
           DISPLAY 'DFPTAXY HISTORY RECORDS READ:' WS-HIST-READ-CNT
           DISPLAY 'DFPTAXY ACCOUNTS CREDITED:   ' WS-ACCT-CNT
           DISPLAY 'DFPTAXY REPORTABLE ACCOUNTS: ' WS-REPORTABLE-CNT
           DISPLAY 'DFPTAXY UNDER THRESHOLD:     ' WS-UNDER-CNT
           IF WS-ACCT-TBL-IS-FULL
               DISPLAY 'DFPTAXY ERROR - WS-ACCT-TBL FILLED AT '
                   WS-ACCT-CNT ' ACCOUNTS - ' WS-DROPPED-CNT
                   ' HISTORY RECORD(S) FOR FURTHER ACCOUNTS WERE '
                   'DROPPED - THE FILING IS INCOMPLETE'
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-PARM-CARD.
           MOVE SPACES TO WS-PARM-CARD
           ACCEPT WS-PARM-CARD FROM SYSIN
           IF WS-PARM-YEAR NUMERIC
               MOVE WS-PARM-YEAR TO WS-TAX-YEAR
           ELSE
               COMPUTE WS-TAX-YEAR = WS-RUN-YYYY - 1
           END-IF.

      * REPORTING THRESHOLD AND PAYER ID OFF THE SHOP-WIDE PARMFIL -
      * A MISSING FILE OR RECORD KEEPS THE COMPILED-IN DEFAULT
       LOAD-SHOP-PARAMETERS.
           OPEN INPUT PARMFIL-FILE
           MOVE 'TAX-REPORT-THRESHOLD' TO PRM-NAME
           READ PARMFIL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PRM-VALUE NOT = SPACES
                       COMPUTE WS-THRESHOLD =
                           FUNCTION NUMVAL(PRM-VALUE)
                   END-IF
           END-READ
           MOVE 'TAX-PAYER-ID' TO PRM-NAME
           READ PARMFIL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PRM-VALUE NOT = SPACES
                       MOVE PRM-VALUE TO WS-PAYER-ID
                   END-IF
           END-READ
           CLOSE PARMFIL-FILE.

      * EVERY DFPCAPH RECORD FOR THE TAX YEAR LANDS IN ITS ACCOUNT'S
      * MONTH SLOT - A LATER RUN FOR THE SAME MONTH REPLACES AN
      * EARLIER ONE
       LOAD-YEAR-CREDITS.
           OPEN INPUT CAP-HIST-FILE
           PERFORM READ-CAP-HIST-RECORD
           PERFORM UNTIL WS-NO-MORE-HIST
               ADD 1 TO WS-HIST-READ-CNT
               IF CH-PERIOD-YYYY = WS-TAX-YEAR
                       AND CH-PERIOD-MM >= 1 AND CH-PERIOD-MM <= 12
                   ADD 1 TO WS-HIST-YEAR-CNT
                   PERFORM POST-ONE-CREDIT
               END-IF
               PERFORM READ-CAP-HIST-RECORD
           END-PERFORM
           CLOSE CAP-HIST-FILE
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-CNT
               MOVE 0 TO AT-YEAR-TOTAL(WS-ACCT-SUB)
               PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                       UNTIL WS-MONTH-SUB > 12
                   ADD AT-MONTH-AMT(WS-ACCT-SUB, WS-MONTH-SUB)
                       TO AT-YEAR-TOTAL(WS-ACCT-SUB)
               END-PERFORM
           END-PERFORM.

       READ-CAP-HIST-RECORD.
           READ CAP-HIST-FILE
               AT END SET WS-NO-MORE-HIST TO TRUE
           END-READ.

       POST-ONE-CREDIT.
           MOVE 'N' TO WS-ACCT-FOUND-SW
           PERFORM VARYING WS-ACCT-SUB FROM 1 BY 1
                   UNTIL WS-ACCT-SUB > WS-ACCT-CNT
               IF AT-ACCT-ID(WS-ACCT-SUB) = CH-ACCT-ID
                   SET WS-ACCT-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-ACCT-FOUND
               IF WS-ACCT-CNT < 5000
                   ADD 1 TO WS-ACCT-CNT
                   MOVE WS-ACCT-CNT TO WS-ACCT-SUB
                   MOVE CH-ACCT-ID TO AT-ACCT-ID(WS-ACCT-SUB)
                   PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                           UNTIL WS-MONTH-SUB > 12
                       MOVE 0 TO AT-MONTH-AMT(WS-ACCT-SUB, WS-MONTH-SUB)
                       MOVE 0 TO AT-MONTH-RUN(WS-ACCT-SUB, WS-MONTH-SUB)
                   END-PERFORM
                   SET WS-ACCT-FOUND TO TRUE
               ELSE
                   SET WS-ACCT-TBL-IS-FULL TO TRUE
                   ADD 1 TO WS-DROPPED-CNT
               END-IF
           END-IF
           IF WS-ACCT-FOUND
               MOVE CH-PERIOD-MM TO WS-MONTH-SUB
               MOVE CH-PRODUCT TO AT-PRODUCT(WS-ACCT-SUB)
               IF AT-MONTH-RUN(WS-ACCT-SUB, WS-MONTH-SUB) NOT = 0
                   ADD 1 TO WS-REPLACED-CNT
               END-IF
               IF CH-RUN-DATE >= AT-MONTH-RUN(WS-ACCT-SUB, WS-MONTH-SUB)
                   MOVE CH-INTEREST
                       TO AT-MONTH-AMT(WS-ACCT-SUB, WS-MONTH-SUB)
                   MOVE CH-RUN-DATE
                       TO AT-MONTH-RUN(WS-ACCT-SUB, WS-MONTH-SUB)
               END-IF
           END-IF.

      * AN ACCOUNT AT OR OVER THE THRESHOLD GETS A RECIPIENT
      * STATEMENT AND A PAYEE RECORD ON THE FILING; ONE UNDER IT IS
      * ONLY COUNTED
       REPORT-ONE-ACCOUNT.
           IF AT-YEAR-TOTAL(WS-ACCT-SUB) >= WS-THRESHOLD
               ADD 1 TO WS-REPORTABLE-CNT
               ADD AT-YEAR-TOTAL(WS-ACCT-SUB) TO WS-REPORTABLE-TOTAL
               PERFORM WRITE-RECIPIENT-STATEMENT
               MOVE WS-TAX-YEAR TO FP-TAX-YEAR
               MOVE WS-REPORTABLE-CNT TO FP-SEQNO
               MOVE AT-ACCT-ID(WS-ACCT-SUB) TO FP-ACCT-ID
               MOVE AT-PRODUCT(WS-ACCT-SUB) TO FP-PRODUCT
               MOVE AT-YEAR-TOTAL(WS-ACCT-SUB) TO FP-INTEREST
               MOVE WS-FILING-PAYEE TO FILING-LINE
               WRITE FILING-LINE
           ELSE
               ADD 1 TO WS-UNDER-CNT
               ADD AT-YEAR-TOTAL(WS-ACCT-SUB) TO WS-UNDER-TOTAL
           END-IF.

      * ONE STATEMENT PER REPORTABLE ACCOUNT, EACH OPENED BY A RULE
      * LINE THE PRINT ROOM SPLITS ON - EVERY MONTH OF THE YEAR IS
      * SHOWN, ZERO OR NOT, SO THE HOLDER CAN SEE NOTHING WAS LEFT OFF
       WRITE-RECIPIENT-STATEMENT.
           MOVE WS-TAX-YEAR TO STH-YEAR
           MOVE ALL '=' TO STMT-LINE
           WRITE STMT-LINE
           MOVE WS-STMT-HDG-1 TO STMT-LINE
           WRITE STMT-LINE
           MOVE WS-PAYER-ID TO STH-PAYER
           MOVE AT-ACCT-ID(WS-ACCT-SUB) TO STH-ACCT-ID
           MOVE AT-PRODUCT(WS-ACCT-SUB) TO STH-PRODUCT
           MOVE WS-STMT-HDG-2 TO STMT-LINE
           WRITE STMT-LINE
           MOVE SPACES TO STMT-LINE
           WRITE STMT-LINE
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
               MOVE WS-MONTH-NAME(WS-MONTH-SUB) TO STM-MONTH
               MOVE AT-MONTH-AMT(WS-ACCT-SUB, WS-MONTH-SUB)
                   TO STM-AMOUNT
               MOVE WS-STMT-MONTH-LINE TO STMT-LINE
               WRITE STMT-LINE
           END-PERFORM
           MOVE SPACES TO STMT-LINE
           WRITE STMT-LINE
           MOVE AT-YEAR-TOTAL(WS-ACCT-SUB) TO STT-TOTAL
           MOVE WS-STMT-TOTAL-LINE TO STMT-LINE
           WRITE STMT-LINE.

      * CLOSING CONTROL PAGE - WHAT WAS READ, WHAT WAS FILED, WHAT
      * FELL UNDER THE THRESHOLD
       WRITE-SUMMARY-PAGE.
           MOVE WS-TAX-YEAR TO STH-YEAR
           MOVE ALL '=' TO STMT-LINE
           WRITE STMT-LINE
           MOVE WS-STMT-HDG-1 TO STMT-LINE
           WRITE STMT-LINE
           MOVE 'YEAR-END CONTROL SUMMARY' TO STMT-LINE
           WRITE STMT-LINE
           MOVE SPACES TO STMT-LINE
           WRITE STMT-LINE
           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE 'DFPCAPH RECORDS READ' TO SUM-LABEL
           MOVE WS-HIST-READ-CNT TO SUM-COUNT
           MOVE 0 TO SUM-AMOUNT
           MOVE WS-SUMMARY-LINE TO STMT-LINE
           WRITE STMT-LINE
           MOVE 'RECORDS IN TAX YEAR' TO SUM-LABEL
           MOVE WS-HIST-YEAR-CNT TO SUM-COUNT
           MOVE WS-SUMMARY-LINE TO STMT-LINE
           WRITE STMT-LINE
           MOVE 'RERUN MONTHS REPLACED' TO SUM-LABEL
           MOVE WS-REPLACED-CNT TO SUM-COUNT
           MOVE WS-SUMMARY-LINE TO STMT-LINE
           WRITE STMT-LINE
           MOVE 'REPORTABLE ACCOUNTS' TO SUM-LABEL
           MOVE WS-REPORTABLE-CNT TO SUM-COUNT
           MOVE WS-REPORTABLE-TOTAL TO SUM-AMOUNT
           MOVE WS-SUMMARY-LINE TO STMT-LINE
           WRITE STMT-LINE
           MOVE 'UNDER THRESHOLD (NOT FILED)' TO SUM-LABEL
           MOVE WS-UNDER-CNT TO SUM-COUNT
           MOVE WS-UNDER-TOTAL TO SUM-AMOUNT
           MOVE WS-SUMMARY-LINE TO STMT-LINE
           WRITE STMT-LINE
           MOVE 'REPORTING THRESHOLD' TO SUM-LABEL
           MOVE 0 TO SUM-COUNT
           MOVE WS-THRESHOLD TO SUM-AMOUNT
           MOVE WS-SUMMARY-LINE TO STMT-LINE
           WRITE STMT-LINE
           IF WS-ACCT-TBL-IS-FULL
               MOVE SPACES TO STMT-LINE
               WRITE STMT-LINE
               MOVE '*** ACCOUNT TABLE FULL - FILING INCOMPLETE, DO NOT'
                   TO STMT-LINE
               MOVE ' TRANSMIT' TO STMT-LINE(52:9)
               WRITE STMT-LINE
           END-IF.

       WRITE-BATCH-LOG-ENTRY.
           MOVE 'DFPTAXY' TO BL-PROGRAM
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           MOVE WS-TAX-YEAR       TO BLD-YEAR
           MOVE WS-REPORTABLE-CNT TO BLD-REPORTED
           MOVE WS-UNDER-CNT      TO BLD-UNDER
           IF WS-ACCT-TBL-IS-FULL
               MOVE 'FAIL' TO BL-STATUS
           ELSE
               MOVE 'DONE' TO BL-STATUS
           END-IF
           MOVE WS-BL-DETAIL TO BL-DETAIL
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.

      * ONE 'STRT' ENTRY AT JOB ENTRY, PAIRED BY BATCHWIN WITH THE
      * COMPLETION ENTRY ABOVE
       WRITE-BATCH-START-ENTRY.
           MOVE 'DFPTAXY' TO BL-PROGRAM
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           MOVE 'STRT' TO BL-STATUS
           MOVE SPACES TO BL-DETAIL
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.
