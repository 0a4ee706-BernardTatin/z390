      ***************************************************************
      * Author.  Maintenance team, following the BEC5RPT/CFLAGEXP
      *          style
      * Remarks. Nightly aging report of customer dispute and
      *          complaint cases (CUSTCASE) by owner. Every case not
      *          yet resolved is listed under the operator who owns
      *          it - case, customer, category, status, the day it
      *          was opened and its target date, how many days old it
      *          is and how many days past its target - with a count
      *          line per owner and grand totals, so a team lead can
      *          see at a glance whose desk the old and overdue cases
      *          are sitting on instead of asking around. Resolved
      *          cases are left out. Cases are read in case-number
      *          (oldest-first) order and kept in that order within
      *          each owner. The report goes to CASERPT; a BATCHLOG
      *          entry records the counts, WARN if more open cases
      *          were on file than the table holds.
      ***************************************************************
      * 10/15/26 RPI 2236 INITIAL CODING
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASEAGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTCASE-FILE ASSIGN TO 'CUSTCASE'
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY CSE-KEY.
           SELECT CASE-RPT ASSIGN TO 'CASERPT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BATCH-LOG-FILE ASSIGN TO 'BATCHLOG'
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTCASE-FILE.
           COPY CUSTCASE.
       FD  CASE-RPT.
       01  RPT-LINE                PIC X(80).
       FD  BATCH-LOG-FILE.
       01  BL-LINE                 PIC X(80).
       WORKING-STORAGE SECTION.
       COPY BATCHLOG.
       01  WS-EOF-SW               PIC X VALUE 'N'.
           88  WS-NO-MORE-CASES          VALUE 'Y'.
       01  WS-SCAN-CNT             PIC 9(5) VALUE 0.
       01  WS-OPEN-CNT             PIC 9(5) VALUE 0.
       01  WS-OVERDUE-CNT          PIC 9(5) VALUE 0.
       01  WS-SKIPPED-CNT          PIC 9(5) VALUE 0.
       01  WS-OWNER-CNT            PIC 9(3) VALUE 0.
       01  WS-TODAY-INT            PIC 9(7).

      * ONE ENTRY PER UNRESOLVED CASE, AGED AS IT IS LOADED
       01  WS-CASE-TBL.
           02  CASE-ENTRY OCCURS 500 TIMES.
               04  CE-OWNER        PIC X(3).
               04  CE-CASE         PIC 9(7).
               04  CE-CUST         PIC 9(7).
               04  CE-CATEGORY     PIC X.
               04  CE-STATUS       PIC X.
               04  CE-OPENED       PIC 9(8).
               04  CE-TARGET       PIC 9(8).
               04  CE-AGE          PIC 9(5).
               04  CE-OVERDUE      PIC 9(5).
       01  WS-CASE-MAX             PIC 9(3) VALUE 500.
       01  WS-CASE-SUB             PIC 9(3).
       01  WS-SWAP-ENTRY           PIC X(45).

      * SIMPLE BUBBLE OF THE CASE TABLE INTO OWNER ORDER - ONLY AN
      * OUT-OF-ORDER PAIR IS SWAPPED, SO EACH OWNER'S CASES STAY IN
      * THE CASE-NUMBER ORDER THEY WERE READ IN
       01  WS-SORT-I               PIC 9(3).
       01  WS-SORT-J               PIC 9(3).

      * PER-OWNER COUNTS FOR THE CONTROL-BREAK LINE
       01  WS-PREV-OWNER           PIC X(3).
       01  WS-OWN-OPEN             PIC 9(5).
       01  WS-OWN-INVEST           PIC 9(5).
       01  WS-OWN-OVERDUE          PIC 9(5).
       01  WS-OWN-OLDEST           PIC 9(5).

       01  WS-HDG-1.
           02  FILLER       PIC X(38) VALUE
               'CUSTCASE OPEN-CASE AGING BY OWNER'.
           02  FILLER       PIC X(10) VALUE '  RUN DATE'.
           02  FILLER       PIC X     VALUE SPACE.
           02  HDG-MM       PIC 9(2).
           02  FILLER       PIC X VALUE '/'.
           02  HDG-DD       PIC 9(2).
           02  FILLER       PIC X VALUE '/'.
           02  HDG-YYYY     PIC 9(4).
       01  WS-HDG-2.
           02  FILLER       PIC X(6)  VALUE 'OWNER'.
           02  FILLER       PIC X(9)  VALUE 'CASE'.
           02  FILLER       PIC X(9)  VALUE 'CUSTOMER'.
           02  FILLER       PIC X(4)  VALUE 'CAT'.
           02  FILLER       PIC X(4)  VALUE 'ST'.
           02  FILLER       PIC X(10) VALUE 'OPENED'.
           02  FILLER       PIC X(10) VALUE 'TARGET'.
           02  FILLER       PIC X(7)  VALUE 'AGE'.
           02  FILLER       PIC X(7)  VALUE 'OVERDUE'.
       01  WS-DETAIL-LINE.
           02  DET-OWNER    PIC X(3).
           02  FILLER       PIC X(3) VALUE SPACES.
           02  DET-CASE     PIC 9(7).
           02  FILLER       PIC X(2) VALUE SPACES.
           02  DET-CUST     PIC 9(7).
           02  FILLER       PIC X(2) VALUE SPACES.
           02  DET-CATEGORY PIC X.
           02  FILLER       PIC X(3) VALUE SPACES.
           02  DET-STATUS   PIC X.
           02  FILLER       PIC X(3) VALUE SPACES.
           02  DET-OPENED   PIC 9(8).
           02  FILLER       PIC X(2) VALUE SPACES.
           02  DET-TARGET   PIC 9(8).
           02  FILLER       PIC X(2) VALUE SPACES.
           02  DET-AGE      PIC ZZZZ9.
           02  FILLER       PIC X(2) VALUE SPACES.
           02  DET-OVERDUE  PIC ZZZZ9.
       01  WS-OWNER-LINE.
           02  FILLER       PIC X(6)  VALUE SPACES.
           02  FILLER       PIC X(6)  VALUE 'OWNER '.
           02  OWN-OPID     PIC X(3).
           02  FILLER       PIC X(7)  VALUE '  OPEN='.
           02  OWN-OPEN     PIC ZZZZ9.
           02  FILLER       PIC X(9)  VALUE '  INVEST='.
           02  OWN-INVEST   PIC ZZZZ9.
           02  FILLER       PIC X(10) VALUE '  OVERDUE='.
           02  OWN-OVERDUE  PIC ZZZZ9.
           02  FILLER       PIC X(9)  VALUE '  OLDEST='.
           02  OWN-OLDEST   PIC ZZZZ9.
       01  WS-SUMMARY-LINE.
           02  FILLER       PIC X(16) VALUE 'CASES SCANNED='.
           02  SUM-SCAN     PIC ZZZZ9.
           02  FILLER       PIC X(9)  VALUE '  OPEN='.
           02  SUM-OPEN     PIC ZZZZ9.
           02  FILLER       PIC X(12) VALUE '  OVERDUE='.
           02  SUM-OVERDUE  PIC ZZZZ9.
           02  FILLER       PIC X(10) VALUE '  OWNERS='.
           02  SUM-OWNERS   PIC ZZ9.
       01  WS-SKIPPED-LINE.
           02  FILLER       PIC X(36) VALUE
               'OPEN CASES NOT LISTED (TABLE FULL)='.
           02  SKP-CNT      PIC ZZZZ9.
       01  WS-BL-DETAIL.
           02  FILLER       PIC X(5)  VALUE 'OPEN='.
           02  BLD-OPEN     PIC ZZZZ9.
           02  FILLER       PIC X(9)  VALUE ' OVERDUE='.
           02  BLD-OVERDUE  PIC ZZZZ9.
           02  FILLER       PIC X(9)  VALUE ' SKIPPED='.
           02  BLD-SKIPPED  PIC ZZZZ9.
       01  WS-RUN-DATE.
           02  WS-RUN-YYYY  PIC 9(4).
           02  WS-RUN-MM    PIC 9(2).
           02  WS-RUN-DD    PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM WRITE-BATCH-START-ENTRY
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           OPEN INPUT CUSTCASE-FILE
           PERFORM READ-CASE-RECORD
           PERFORM UNTIL WS-NO-MORE-CASES
               ADD 1 TO WS-SCAN-CNT
               IF NOT CSE-RESOLVED
                   PERFORM LOAD-OPEN-CASE
               END-IF
               PERFORM READ-CASE-RECORD
           END-PERFORM
           CLOSE CUSTCASE-FILE
           PERFORM ORDER-CASES-BY-OWNER
           OPEN OUTPUT CASE-RPT
           PERFORM WRITE-REPORT-HEADING
           MOVE SPACES TO WS-PREV-OWNER
           PERFORM VARYING WS-CASE-SUB FROM 1 BY 1
                   UNTIL WS-CASE-SUB > WS-OPEN-CNT
               IF CE-OWNER(WS-CASE-SUB) NOT = WS-PREV-OWNER
                   IF WS-CASE-SUB > 1
                       PERFORM WRITE-OWNER-LINE
                   END-IF
                   PERFORM START-NEW-OWNER
               END-IF
               PERFORM WRITE-DETAIL-LINE
           END-PERFORM
           IF WS-OPEN-CNT > 0
               PERFORM WRITE-OWNER-LINE
           END-IF
           PERFORM WRITE-SUMMARY-LINE
           CLOSE CASE-RPT
           PERFORM WRITE-BATCH-LOG-ENTRY
           DISPLAY 'CASEAGE CASES SCANNED: ' WS-SCAN-CNT
           DISPLAY 'CASEAGE OPEN CASES:    ' WS-OPEN-CNT
           DISPLAY 'CASEAGE OVERDUE:       ' WS-OVERDUE-CNT
           STOP RUN.

       READ-CASE-RECORD.
           READ CUSTCASE-FILE NEXT RECORD
               AT END SET WS-NO-MORE-CASES TO TRUE
           END-READ.

      * AGE IS DAYS SINCE THE CASE WAS OPENED; OVERDUE IS DAYS PAST
      * ITS TARGET DATE, ZERO WHILE THE TARGET IS TODAY OR LATER
       LOAD-OPEN-CASE.
           IF WS-OPEN-CNT >= WS-CASE-MAX
               ADD 1 TO WS-SKIPPED-CNT
           ELSE
               ADD 1 TO WS-OPEN-CNT
               MOVE WS-OPEN-CNT     TO WS-CASE-SUB
               MOVE CSE-OWNER-OPID  TO CE-OWNER(WS-CASE-SUB)
               MOVE CSE-CASE-NUMBER TO CE-CASE(WS-CASE-SUB)
               MOVE CSE-CUST-NUMBER TO CE-CUST(WS-CASE-SUB)
               MOVE CSE-CATEGORY    TO CE-CATEGORY(WS-CASE-SUB)
               IF CSE-STATUS = SPACE
                   MOVE 'O' TO CE-STATUS(WS-CASE-SUB)
               ELSE
                   MOVE CSE-STATUS TO CE-STATUS(WS-CASE-SUB)
               END-IF
               MOVE CSE-OPENED-DATE TO CE-OPENED(WS-CASE-SUB)
               MOVE CSE-TARGET-DATE TO CE-TARGET(WS-CASE-SUB)
               MOVE 0 TO CE-AGE(WS-CASE-SUB)
               MOVE 0 TO CE-OVERDUE(WS-CASE-SUB)
               IF CSE-OPENED-DATE > 0
                       AND CSE-OPENED-DATE < WS-RUN-DATE-NUM
                   COMPUTE CE-AGE(WS-CASE-SUB) = WS-TODAY-INT
                       - FUNCTION INTEGER-OF-DATE(CSE-OPENED-DATE)
               END-IF
               IF CSE-TARGET-DATE > 0
                       AND CSE-TARGET-DATE < WS-RUN-DATE-NUM
                   COMPUTE CE-OVERDUE(WS-CASE-SUB) = WS-TODAY-INT
                       - FUNCTION INTEGER-OF-DATE(CSE-TARGET-DATE)
                   ADD 1 TO WS-OVERDUE-CNT
               END-IF
           END-IF.

      * BUBBLE-SORT THE CASE TABLE ASCENDING BY OWNER
       ORDER-CASES-BY-OWNER.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-OPEN-CNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                       UNTIL WS-SORT-J > WS-OPEN-CNT - WS-SORT-I
                   IF CE-OWNER(WS-SORT-J) > CE-OWNER(WS-SORT-J + 1)
                       PERFORM SWAP-CASE-ENTRIES
                   END-IF
               END-PERFORM
           END-PERFORM.

       SWAP-CASE-ENTRIES.
           MOVE CASE-ENTRY(WS-SORT-J)     TO WS-SWAP-ENTRY
           MOVE CASE-ENTRY(WS-SORT-J + 1) TO CASE-ENTRY(WS-SORT-J)
           MOVE WS-SWAP-ENTRY TO CASE-ENTRY(WS-SORT-J + 1).

       START-NEW-OWNER.
           MOVE CE-OWNER(WS-CASE-SUB) TO WS-PREV-OWNER
           ADD 1 TO WS-OWNER-CNT
           MOVE 0 TO WS-OWN-OPEN
           MOVE 0 TO WS-OWN-INVEST
           MOVE 0 TO WS-OWN-OVERDUE
           MOVE 0 TO WS-OWN-OLDEST.

       WRITE-REPORT-HEADING.
           MOVE WS-RUN-MM   TO HDG-MM
           MOVE WS-RUN-DD   TO HDG-DD
           MOVE WS-RUN-YYYY TO HDG-YYYY
           MOVE WS-HDG-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HDG-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       WRITE-DETAIL-LINE.
           IF CE-STATUS(WS-CASE-SUB) = 'I'
               ADD 1 TO WS-OWN-INVEST
           ELSE
               ADD 1 TO WS-OWN-OPEN
           END-IF
           IF CE-OVERDUE(WS-CASE-SUB) > 0
               ADD 1 TO WS-OWN-OVERDUE
           END-IF
           IF CE-AGE(WS-CASE-SUB) > WS-OWN-OLDEST
               MOVE CE-AGE(WS-CASE-SUB) TO WS-OWN-OLDEST
           END-IF
           MOVE CE-OWNER(WS-CASE-SUB)    TO DET-OWNER
           MOVE CE-CASE(WS-CASE-SUB)     TO DET-CASE
           MOVE CE-CUST(WS-CASE-SUB)     TO DET-CUST
           MOVE CE-CATEGORY(WS-CASE-SUB) TO DET-CATEGORY
           MOVE CE-STATUS(WS-CASE-SUB)   TO DET-STATUS
           MOVE CE-OPENED(WS-CASE-SUB)   TO DET-OPENED
           MOVE CE-TARGET(WS-CASE-SUB)   TO DET-TARGET
           MOVE CE-AGE(WS-CASE-SUB)      TO DET-AGE
           MOVE CE-OVERDUE(WS-CASE-SUB)  TO DET-OVERDUE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       WRITE-OWNER-LINE.
           MOVE WS-PREV-OWNER  TO OWN-OPID
           MOVE WS-OWN-OPEN    TO OWN-OPEN
           MOVE WS-OWN-INVEST  TO OWN-INVEST
           MOVE WS-OWN-OVERDUE TO OWN-OVERDUE
           MOVE WS-OWN-OLDEST  TO OWN-OLDEST
           MOVE WS-OWNER-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       WRITE-SUMMARY-LINE.
           MOVE WS-SCAN-CNT    TO SUM-SCAN
           MOVE WS-OPEN-CNT    TO SUM-OPEN
           MOVE WS-OVERDUE-CNT TO SUM-OVERDUE
           MOVE WS-OWNER-CNT   TO SUM-OWNERS
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF WS-SKIPPED-CNT > 0
               MOVE WS-SKIPPED-CNT TO SKP-CNT
               MOVE WS-SKIPPED-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       WRITE-BATCH-LOG-ENTRY.
           MOVE WS-OPEN-CNT    TO BLD-OPEN
           MOVE WS-OVERDUE-CNT TO BLD-OVERDUE
           MOVE WS-SKIPPED-CNT TO BLD-SKIPPED
           MOVE 'CASEAGE' TO BL-PROGRAM
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           IF WS-SKIPPED-CNT > 0
               MOVE 'WARN' TO BL-STATUS
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
           MOVE 'CASEAGE' TO BL-PROGRAM
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           MOVE 'STRT' TO BL-STATUS
           MOVE SPACES TO BL-DETAIL
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.
