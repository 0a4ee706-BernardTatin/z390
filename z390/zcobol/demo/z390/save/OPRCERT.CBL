      ***************************************************************
      * Author.  Maintenance team, following the GUI6ESC/GUI6PRI
      *          style
      * Remarks. Quarterly operator access recertification. OPERPROF
      *          holds every operator's authority level, approval
      *          limit and active flag, but nobody reviewed it - an
      *          operator who changed jobs months ago still held
      *          checker authority. This report lists every ACTIVE
      *          OPERPROF entry with its level and limit beside the
      *          last time the operator actually used each privilege:
      *            LAST MAKER  - latest GUI6HIST change they keyed
      *                          (HIST-MAKER-OPID)
      *            LAST APPR   - latest approval they gave, as first
      *                          checker or second checker
      *            LAST VIEW   - latest customer view on BREADLOG
      *          An operator is flagged when authority they hold has
      *          gone unused for PARMFIL 'RECERT-IDLE-DAYS' (default
      *          90) days or more:
      *            APPR UNUSED - checker or supervisor level but no
      *                          approval inside the period
      *            IDLE        - no change keyed and no customer viewed
      *                          inside the period
      *          Each flagged line carries KEEP/REVOKE boxes for the
      *          supervisor to sign off, and the report ends with the
      *          reviewer's sign-off block. Dates on the three history
      *          files are EIBDATE 0CYYDDD values, which compare in
      *          date order as they stand, so only the latest per
      *          operator is decoded through JULDAY for the report.
      ***************************************************************
      * 10/15/26 RPI 2226 INITIAL CODING
      * 10/15/26 RPI 2240 GUI6HIST SELECT DECLARES THE NEW
      *                   HIST-CUST-DATE-KEY, HIST-OLD-NAME-KEY AND
      *                   HIST-NEW-NAME-KEY ALTERNATE KEYS (GUI6HIST
      *                   RECORD NOW 424 BYTES)
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRCERT.
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
           SELECT BREADLOG-FILE ASSIGN TO 'BREADLOG'
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY BRD-KEY.
           SELECT OPERPROF-FILE ASSIGN TO 'OPERPROF'
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY OP-KEY.
           SELECT OPRCERT-RPT ASSIGN TO 'OPRCRTRP'
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
       FD  BREADLOG-FILE.
           COPY BREADLOG.
       FD  OPERPROF-FILE.
           COPY OPERPROF.
       FD  OPRCERT-RPT.
       01  RPT-LINE                PIC X(132).
       FD  BATCH-LOG-FILE.
       01  BL-LINE                 PIC X(80).
       FD  PARMFIL-FILE.
           COPY PARMFIL.

       WORKING-STORAGE SECTION.
       COPY BATCHLOG.
       COPY JULDAY.
       01  WS-HIST-EOF-SW          PIC X VALUE 'N'.
           88  WS-NO-MORE-HIST         VALUE 'Y'.
       01  WS-BREAD-EOF-SW         PIC X VALUE 'N'.
           88  WS-NO-MORE-BREAD        VALUE 'Y'.
       01  WS-OPER-EOF-SW          PIC X VALUE 'N'.
           88  WS-NO-MORE-OPERS        VALUE 'Y'.
       01  WS-ACTIVE-CNT           PIC 9(5) VALUE 0.
       01  WS-FLAGGED-CNT          PIC 9(5) VALUE 0.

      * IDLE PERIOD OFF PARMFIL ('RECERT-IDLE-DAYS') - A MISSING
      * RECORD KEEPS THE DEFAULT
       01  WS-IDLE-DAYS            PIC 9(4) VALUE 90.

       01  WS-TODAY-JULIAN         PIC 9(5).
       01  WS-TODAY-ABS-DAY        PIC S9(7).
       01  WS-USE-DAYS             PIC S9(7).

      * LATEST USE OF EACH PRIVILEGE PER OPERATOR, KEPT AS THE RAW
      * 0CYYDDD - SAME FIND-OR-ADD TABLE PATTERN THE REST OF THE
      * SUITE USES
       01  WS-USE-TBL.
           02  USE-ENTRY OCCURS 500 TIMES.
               04  UT-OPID           PIC X(3).
               04  UT-LAST-MAKER     PIC 9(7).
               04  UT-LAST-APPR      PIC 9(7).
               04  UT-LAST-VIEW      PIC 9(7).
       01  WS-USE-CNT              PIC 9(3) VALUE 0.
       01  WS-USE-SUB              PIC 9(3).
       01  WS-USE-FOUND-SW         PIC X VALUE 'N'.
           88  WS-USE-FOUND            VALUE 'Y'.
       01  WS-USE-FULL-CNT         PIC 9(5) VALUE 0.
       01  WS-FIND-OPID            PIC X(3).
       01  WS-EVENT-DATE           PIC 9(7).

      * ONE OPERATOR'S LATEST USES, AS RESOLVED FOR THE REPORT
       01  WS-OP-LAST-MAKER        PIC 9(7).
       01  WS-OP-LAST-APPR         PIC 9(7).
       01  WS-OP-LAST-VIEW         PIC 9(7).
       01  WS-DATE-IN              PIC 9(7).
       01  WS-DATE-OUT             PIC X(8).
       01  WS-IDLE-SW              PIC X.
           88  WS-PRIVILEGE-IDLE       VALUE 'Y'.
       01  WS-APPR-IDLE-SW         PIC X.
           88  WS-APPR-IDLE            VALUE 'Y'.
       01  WS-WORK-IDLE-SW         PIC X.
           88  WS-WORK-IDLE            VALUE 'Y'.

       01  WS-RUN-DATE.
           02  WS-RUN-YYYY         PIC 9(4).
           02  WS-RUN-MM           PIC 9(2).
           02  WS-RUN-DD           PIC 9(2).

       01  WS-HDG-1.
           02  FILLER       PIC X(41) VALUE
               'OPERATOR ACCESS RECERTIFICATION - AS OF '.
           02  HDG-RUN-DATE PIC 9(8).
           02  FILLER       PIC X(20) VALUE '   UNUSED PERIOD = '.
           02  HDG-IDLE     PIC ZZZ9.
           02  FILLER       PIC X(5)  VALUE ' DAYS'.
       01  WS-HDG-2.
           02  FILLER       PIC X(5)  VALUE 'OPID'.
           02  FILLER       PIC X(22) VALUE 'NAME'.
           02  FILLER       PIC X(4)  VALUE 'LVL'.
           02  FILLER       PIC X(16) VALUE '    APPR LIMIT'.
           02  FILLER       PIC X(11) VALUE 'LAST MAKER'.
           02  FILLER       PIC X(11) VALUE 'LAST APPR'.
           02  FILLER       PIC X(11) VALUE 'LAST VIEW'.
           02  FILLER       PIC X(25) VALUE 'FLAG'.
           02  FILLER       PIC X(20) VALUE 'SIGN-OFF'.
       01  WS-DETAIL-LINE.
           02  DET-OPID        PIC X(3).
           02  FILLER          PIC X(2) VALUE SPACES.
           02  DET-NAME        PIC X(20).
           02  FILLER          PIC X(2) VALUE SPACES.
           02  DET-LEVEL       PIC X.
           02  FILLER          PIC X(3) VALUE SPACES.
           02  DET-LIMIT       PIC Z(9)9.99.
           02  FILLER          PIC X(3) VALUE SPACES.
           02  DET-LAST-MAKER  PIC X(8).
           02  FILLER          PIC X(3) VALUE SPACES.
           02  DET-LAST-APPR   PIC X(8).
           02  FILLER          PIC X(3) VALUE SPACES.
           02  DET-LAST-VIEW   PIC X(8).
           02  FILLER          PIC X(3) VALUE SPACES.
           02  DET-FLAG        PIC X(24).
           02  FILLER          PIC X    VALUE SPACE.
           02  DET-SIGNOFF     PIC X(20).
       01  WS-SUMMARY-LINE.
           02  FILLER          PIC X(17) VALUE 'ACTIVE OPERATORS='.
           02  SUM-ACTIVE      PIC ZZZZ9.
           02  FILLER          PIC X(10) VALUE '  FLAGGED='.
           02  SUM-FLAGGED     PIC ZZZZ9.
       01  WS-FULL-LINE.
           02  FILLER          PIC X(48) VALUE
               '*** USAGE TABLE FULL - OPERATOR IDS NOT TRACKED='.
           02  FUL-CNT         PIC ZZZZ9.
       01  WS-SIGNOFF-1.
           02  FILLER          PIC X(60) VALUE
               'REVIEWED BY ____________________  DATE __________'.
       01  WS-SIGNOFF-2.
           02  FILLER          PIC X(60) VALUE
               'REVOCATIONS SENT TO SECURITY FOR OPERPROF ____________'.
       01  WS-BL-DETAIL.
           02  FILLER       PIC X(8)  VALUE 'OPRCERT '.
           02  FILLER       PIC X(7)  VALUE 'ACTIVE='.
           02  BLD-ACTIVE   PIC ZZZZ9.
           02  FILLER       PIC X(9)  VALUE ' FLAGGED='.
           02  BLD-FLAGGED  PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM WRITE-BATCH-START-ENTRY
           PERFORM LOAD-SHOP-PARAMETERS
           ACCEPT WS-TODAY-JULIAN FROM DAY
           MOVE WS-TODAY-JULIAN TO LK-JD-JULIAN
           CALL 'JULDAY' USING JULDAY-PARMS
           MOVE LK-JD-ABS-DAY TO WS-TODAY-ABS-DAY
           PERFORM COLLECT-HIST-USAGE
           PERFORM COLLECT-VIEW-USAGE
           OPEN INPUT OPERPROF-FILE
           OPEN OUTPUT OPRCERT-RPT
           PERFORM WRITE-REPORT-HEADING
           PERFORM READ-OPERPROF-RECORD
           PERFORM UNTIL WS-NO-MORE-OPERS
               IF OP-IS-ACTIVE
                   PERFORM REPORT-ONE-OPERATOR
               END-IF
               PERFORM READ-OPERPROF-RECORD
           END-PERFORM
           CLOSE OPERPROF-FILE
           PERFORM WRITE-SUMMARY-LINES
           CLOSE OPRCERT-RPT
           PERFORM WRITE-BATCH-LOG-ENTRY
           DISPLAY 'OPRCERT ACTIVE OPERATORS: ' WS-ACTIVE-CNT
           DISPLAY 'OPRCERT FLAGGED:          ' WS-FLAGGED-CNT
           STOP RUN.

      * MAKER, FIRST-CHECKER AND SECOND-CHECKER STAMPS OFF GUI6HIST
       COLLECT-HIST-USAGE.
           OPEN INPUT GUI6HIST-FILE
           PERFORM READ-HIST-RECORD
           PERFORM UNTIL WS-NO-MORE-HIST
               IF HIST-MAKER-OPID NOT = SPACES
                   MOVE HIST-MAKER-OPID TO WS-FIND-OPID
                   MOVE HIST-DATE TO WS-EVENT-DATE
                   PERFORM FIND-OR-ADD-OPERATOR
                   IF WS-USE-FOUND
                       IF WS-EVENT-DATE > UT-LAST-MAKER(WS-USE-SUB)
                           MOVE WS-EVENT-DATE
                               TO UT-LAST-MAKER(WS-USE-SUB)
                       END-IF
                   END-IF
               END-IF
               IF HIST-CHECKER-OPID NOT = SPACES
                   MOVE HIST-CHECKER-OPID TO WS-FIND-OPID
                   MOVE HIST-APPR-DATE TO WS-EVENT-DATE
                   PERFORM NOTE-APPROVAL-USE
               END-IF
               IF HIST-CHECKER2-OPID NOT = SPACES
                   MOVE HIST-CHECKER2-OPID TO WS-FIND-OPID
                   MOVE HIST-APPR2-DATE TO WS-EVENT-DATE
                   PERFORM NOTE-APPROVAL-USE
               END-IF
               PERFORM READ-HIST-RECORD
           END-PERFORM
           CLOSE GUI6HIST-FILE.

       NOTE-APPROVAL-USE.
           PERFORM FIND-OR-ADD-OPERATOR
           IF WS-USE-FOUND
               IF WS-EVENT-DATE > UT-LAST-APPR(WS-USE-SUB)
                   MOVE WS-EVENT-DATE TO UT-LAST-APPR(WS-USE-SUB)
               END-IF
           END-IF.

      * CUSTOMER VIEWS OFF THE BREADLOG MIRROR OF THE BREAD QUEUE
       COLLECT-VIEW-USAGE.
           OPEN INPUT BREADLOG-FILE
           PERFORM READ-BREADLOG-RECORD
           PERFORM UNTIL WS-NO-MORE-BREAD
               IF BRD-OPID NOT = SPACES
                   MOVE BRD-OPID TO WS-FIND-OPID
                   MOVE BRD-DATE TO WS-EVENT-DATE
                   PERFORM FIND-OR-ADD-OPERATOR
                   IF WS-USE-FOUND
                       IF WS-EVENT-DATE > UT-LAST-VIEW(WS-USE-SUB)
                           MOVE WS-EVENT-DATE
                               TO UT-LAST-VIEW(WS-USE-SUB)
                       END-IF
                   END-IF
               END-IF
               PERFORM READ-BREADLOG-RECORD
           END-PERFORM
           CLOSE BREADLOG-FILE.

       FIND-OR-ADD-OPERATOR.
           PERFORM FIND-OPERATOR
           IF NOT WS-USE-FOUND
               IF WS-USE-CNT < 500
                   ADD 1 TO WS-USE-CNT
                   MOVE WS-USE-CNT   TO WS-USE-SUB
                   MOVE WS-FIND-OPID TO UT-OPID(WS-USE-SUB)
                   MOVE 0 TO UT-LAST-MAKER(WS-USE-SUB)
                             UT-LAST-APPR(WS-USE-SUB)
                             UT-LAST-VIEW(WS-USE-SUB)
                   SET WS-USE-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-USE-FULL-CNT
               END-IF
           END-IF.

       FIND-OPERATOR.
           MOVE 'N' TO WS-USE-FOUND-SW
           PERFORM VARYING WS-USE-SUB FROM 1 BY 1
                   UNTIL WS-USE-SUB > WS-USE-CNT
                      OR WS-USE-FOUND
               IF UT-OPID(WS-USE-SUB) = WS-FIND-OPID
                   SET WS-USE-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-USE-FOUND
               SUBTRACT 1 FROM WS-USE-SUB
           END-IF.

       READ-HIST-RECORD.
           READ GUI6HIST-FILE NEXT
               AT END SET WS-NO-MORE-HIST TO TRUE
           END-READ.

       READ-BREADLOG-RECORD.
           READ BREADLOG-FILE NEXT
               AT END SET WS-NO-MORE-BREAD TO TRUE
           END-READ.

       READ-OPERPROF-RECORD.
           READ OPERPROF-FILE NEXT
               AT END SET WS-NO-MORE-OPERS TO TRUE
           END-READ.

      * ONE ACTIVE OPERATOR - THEIR LATEST USES, AND A FLAG FOR ANY
      * AUTHORITY NOT USED INSIDE THE PERIOD. AN ORDINARY OPERATOR
      * HOLDS NO APPROVAL AUTHORITY, SO ONLY IDLENESS CAN FLAG THEM
       REPORT-ONE-OPERATOR.
           ADD 1 TO WS-ACTIVE-CNT
           MOVE 0 TO WS-OP-LAST-MAKER WS-OP-LAST-APPR WS-OP-LAST-VIEW
           MOVE OP-OPID TO WS-FIND-OPID
           PERFORM FIND-OPERATOR
           IF WS-USE-FOUND
               MOVE UT-LAST-MAKER(WS-USE-SUB) TO WS-OP-LAST-MAKER
               MOVE UT-LAST-APPR(WS-USE-SUB)  TO WS-OP-LAST-APPR
               MOVE UT-LAST-VIEW(WS-USE-SUB)  TO WS-OP-LAST-VIEW
           END-IF
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE OP-OPID       TO DET-OPID
           MOVE OP-NAME       TO DET-NAME
           MOVE OP-AUTH-LEVEL TO DET-LEVEL
           MOVE OP-APPR-LIMIT TO DET-LIMIT
           MOVE WS-OP-LAST-MAKER TO WS-DATE-IN
           PERFORM FORMAT-USE-DATE
           MOVE WS-DATE-OUT TO DET-LAST-MAKER
           MOVE WS-OP-LAST-APPR TO WS-DATE-IN
           PERFORM FORMAT-USE-DATE
           MOVE WS-DATE-OUT TO DET-LAST-APPR
           MOVE WS-OP-LAST-VIEW TO WS-DATE-IN
           PERFORM FORMAT-USE-DATE
           MOVE WS-DATE-OUT TO DET-LAST-VIEW
           MOVE 'N' TO WS-APPR-IDLE-SW WS-WORK-IDLE-SW
           IF OP-LEVEL-CHECKER OR OP-LEVEL-SUPERVISOR
               MOVE WS-OP-LAST-APPR TO WS-DATE-IN
               PERFORM CHECK-PRIVILEGE-IDLE
               MOVE WS-IDLE-SW TO WS-APPR-IDLE-SW
           END-IF
           MOVE WS-OP-LAST-MAKER TO WS-DATE-IN
           IF WS-OP-LAST-VIEW > WS-DATE-IN
               MOVE WS-OP-LAST-VIEW TO WS-DATE-IN
           END-IF
           PERFORM CHECK-PRIVILEGE-IDLE
           MOVE WS-IDLE-SW TO WS-WORK-IDLE-SW
           EVALUATE TRUE
               WHEN WS-APPR-IDLE AND WS-WORK-IDLE
                   MOVE 'APPR UNUSED, IDLE' TO DET-FLAG
               WHEN WS-APPR-IDLE
                   MOVE 'APPR UNUSED' TO DET-FLAG
               WHEN WS-WORK-IDLE
                   MOVE 'IDLE' TO DET-FLAG
           END-EVALUATE
           IF WS-APPR-IDLE OR WS-WORK-IDLE
               ADD 1 TO WS-FLAGGED-CNT
               MOVE '[ ] KEEP [ ] REVOKE' TO DET-SIGNOFF
           END-IF
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

      * A PRIVILEGE NEVER USED, OR LAST USED THE PERIOD OR MORE AGO,
      * IS IDLE
       CHECK-PRIVILEGE-IDLE.
           MOVE 'N' TO WS-IDLE-SW
           IF WS-DATE-IN = 0
               SET WS-PRIVILEGE-IDLE TO TRUE
           ELSE
               MOVE WS-DATE-IN TO LK-JD-JULIAN
               CALL 'JULDAY' USING JULDAY-PARMS
               COMPUTE WS-USE-DAYS = WS-TODAY-ABS-DAY - LK-JD-ABS-DAY
               IF WS-USE-DAYS >= WS-IDLE-DAYS
                   SET WS-PRIVILEGE-IDLE TO TRUE
               END-IF
           END-IF.

       FORMAT-USE-DATE.
           IF WS-DATE-IN = 0
               MOVE 'NEVER' TO WS-DATE-OUT
           ELSE
               MOVE WS-DATE-IN TO LK-JD-JULIAN
               CALL 'JULDAY' USING JULDAY-PARMS
               MOVE LK-JD-DATE TO WS-DATE-OUT
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE WS-RUN-DATE  TO HDG-RUN-DATE
           MOVE WS-IDLE-DAYS TO HDG-IDLE
           MOVE WS-HDG-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HDG-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       WRITE-SUMMARY-LINES.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-ACTIVE-CNT  TO SUM-ACTIVE
           MOVE WS-FLAGGED-CNT TO SUM-FLAGGED
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF WS-USE-FULL-CNT > 0
               MOVE WS-USE-FULL-CNT TO FUL-CNT
               MOVE WS-FULL-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SIGNOFF-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SIGNOFF-2 TO RPT-LINE
           WRITE RPT-LINE.

      * A FLAGGED OPERATOR IS A DECISION WAITING ON A SUPERVISOR, SO
      * IT SHOWS AS A WARN ON THE DASHBOARD
       WRITE-BATCH-LOG-ENTRY.
           MOVE 'OPRCERT' TO BL-PROGRAM
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           IF WS-FLAGGED-CNT > 0
               MOVE 'WARN' TO BL-STATUS
           ELSE
               MOVE 'DONE' TO BL-STATUS
           END-IF
           MOVE WS-ACTIVE-CNT  TO BLD-ACTIVE
           MOVE WS-FLAGGED-CNT TO BLD-FLAGGED
           MOVE WS-BL-DETAIL TO BL-DETAIL
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.

      * ONE 'STRT' ENTRY AT JOB ENTRY, PAIRED BY BATCHWIN WITH THE
      * COMPLETION ENTRY ABOVE
       WRITE-BATCH-START-ENTRY.
           MOVE 'OPRCERT' TO BL-PROGRAM
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
           MOVE 'RECERT-IDLE-DAYS' TO PRM-NAME
           READ PARMFIL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PRM-VALUE NOT = SPACES
                       COMPUTE WS-IDLE-DAYS =
                           FUNCTION NUMVAL(PRM-VALUE)
                   END-IF
           END-READ
           CLOSE PARMFIL-FILE.
