      ***************************************************************
      * Author.  Maintenance team, following the OPRCERT/GUI6ATO
      *          style
      * Remarks. Segregation-of-duties audit for internal audit.
      *          TESTGUI6 refuses a checker approving their own
      *          change, but that is the only conflict enforced at
      *          keying time. This job cross-checks GUI6HIST, the
      *          PARMFIL change stamps and the REFA/QMNT maintenance
      *          logs (the TD queue extracts REFMNT and QUOTMNT
      *          write) against a compiled-in table of conflict
      *          rules, and reports every violation with the records
      *          involved:
      *            ADAP - operator added the customer in TESTGUIA and
      *                   approved that customer's first payment
      *                   change (first or second checker)
      *            ESAP - supervisor viewed a customer while its
      *                   change was pending, let it age into a
      *                   GUI6ESC escalation and then approved it
      *                   over their own OPERPROF limit. GUI6ESC runs
      *                   unattended and stamps no operator, so
      *                   sitting on a record they have seen is how a
      *                   supervisor "escalates" it to themselves
      *            RCPR - two operators approve each other's work,
      *                   each at least PARMFIL 'SOD-PAIR-MIN'
      *                   (default 3) times
      *            PRMA - operator changed PAYMENT-THRESHOLD or
      *                   PAYMENT-THRESHOLD2 (PRM-CHG-OPID) and has
      *                   approved under the new value since
      *            RFAP - operator added or changed a REASONCD code
      *                   (REFA file 'R') and then keyed or approved a
      *                   change citing it
      *            MNAP - operator holding checker or supervisor
      *                   authority maintained reference data (REFA)
      *                   or quote content (QMNT)
      *          A rule can be switched off for a run by listing its
      *          id in PARMFIL 'SOD-RULES-OFF' (up to four ids run
      *          together, e.g. MNAPRCPR). OPERPROF carries no change
      *          stamp, so profile edits cannot be cross-checked here.
      *          History dates are EIBDATE 0CYYDDD values, which
      *          compare in date order as they stand; they are only
      *          decoded through JULDAY for the report and for the
      *          CCYYMMDD PARMFIL stamp.
      ***************************************************************
      * 10/15/26 RPI 2227 INITIAL CODING
      * 10/15/26 RPI 2232 ADDED AND ESCALATED CUSTOMERS ARE FOLLOWED BY
      *                   PERMANENT CUSTOMER NUMBER (BY NAME ONLY FOR A
      *                   HISTORY RECORD WITHOUT ONE), AND A BREADLOG
      *                   VIEW IS MATCHED ON THE NUMBER IT IS KEYED BY
      * 10/15/26 RPI 2240 GUI6HIST SELECT DECLARES THE NEW
      *                   HIST-CUST-DATE-KEY, HIST-OLD-NAME-KEY AND
      *                   HIST-NEW-NAME-KEY ALTERNATE KEYS (GUI6HIST
      *                   RECORD NOW 424 BYTES)
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODAUDIT.
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
           SELECT OPTIONAL REFA-EXTRACT ASSIGN TO 'REFA'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL QMNT-EXTRACT ASSIGN TO 'QMNT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT SODAUDIT-RPT ASSIGN TO 'SODAUDRP'
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
       FD  REFA-EXTRACT.
       01  REFA-LINE               PIC X(69).
       FD  QMNT-EXTRACT.
       01  QMNT-LINE               PIC X(43).
       FD  SODAUDIT-RPT.
       01  RPT-LINE                PIC X(132).
       FD  BATCH-LOG-FILE.
       01  BL-LINE                 PIC X(80).
       FD  PARMFIL-FILE.
           COPY PARMFIL.

       WORKING-STORAGE SECTION.
       COPY BATCHLOG.
       COPY JULDAY.

      * REFA AND QMNT AUDIT LINES - SAME LAYOUTS REFMNT AND QUOTMNT
      * WRITE TO THEIR TD QUEUES
       01  WS-REFA-REC.
           02  REFA-FILE           PIC X(1).
               88  REFA-REASONCD         VALUE 'R'.
           02  FILLER              PIC X.
           02  REFA-ACTION         PIC X(1).
               88  REFA-ADD-OR-CHANGE    VALUE 'A' 'C'.
           02  FILLER              PIC X.
           02  REFA-KEY            PIC X(4).
           02  FILLER              PIC X.
           02  REFA-OLD-VALUE      PIC X(20).
           02  FILLER              PIC X.
           02  REFA-NEW-VALUE      PIC X(20).
           02  FILLER              PIC X.
           02  REFA-OPID           PIC X(3).
           02  FILLER              PIC X.
           02  REFA-DATE           PIC 9(7).
           02  FILLER              PIC X.
           02  REFA-TIME           PIC 9(7).
       01  WS-QMNT-REC.
           02  QMNT-ACTION         PIC X(1).
           02  FILLER              PIC X.
           02  QMNT-TRNID          PIC X(4).
           02  FILLER              PIC X.
           02  QMNT-SEQNO          PIC X(1).
           02  FILLER              PIC X.
           02  QMNT-LANG           PIC X(2).
           02  FILLER              PIC X.
           02  QMNT-OPID           PIC X(3).
           02  FILLER              PIC X.
           02  QMNT-OLD-LEN        PIC 9(4).
           02  FILLER              PIC X.
           02  QMNT-NEW-LEN        PIC 9(4).
           02  FILLER              PIC X.
           02  QMNT-DATE           PIC 9(7).
           02  FILLER              PIC X.
           02  QMNT-TIME           PIC 9(7).

       01  WS-HIST-EOF-SW          PIC X VALUE 'N'.
           88  WS-NO-MORE-HIST         VALUE 'Y'.
       01  WS-BREAD-EOF-SW         PIC X VALUE 'N'.
           88  WS-NO-MORE-BREAD        VALUE 'Y'.
       01  WS-OPER-EOF-SW          PIC X VALUE 'N'.
           88  WS-NO-MORE-OPERS        VALUE 'Y'.
       01  WS-REFA-EOF-SW          PIC X VALUE 'N'.
           88  WS-NO-MORE-REFA         VALUE 'Y'.
       01  WS-QMNT-EOF-SW          PIC X VALUE 'N'.
           88  WS-NO-MORE-QMNT         VALUE 'Y'.
       01  WS-HIST-CNT             PIC 9(7) VALUE 0.
       01  WS-VIOL-CNT             PIC 9(5) VALUE 0.
       01  WS-FULL-CNT             PIC 9(5) VALUE 0.

      * THE CONFLICT RULES. RL-CNT COUNTS VIOLATIONS FOUND THIS RUN;
      * RL-ACTIVE IS CLEARED FOR ANY ID LISTED IN 'SOD-RULES-OFF'
       01  WS-RULE-VALUES.
           02  FILLER PIC X(4)  VALUE 'ADAP'.
           02  FILLER PIC X(50) VALUE
               'ADDED CUSTOMER AND APPROVED ITS FIRST PAYMENT'.
           02  FILLER PIC X(4)  VALUE 'ESAP'.
           02  FILLER PIC X(50) VALUE
               'SUPERVISOR SAT ON A CHANGE, APPROVED IT ESCALATED'.
           02  FILLER PIC X(4)  VALUE 'RCPR'.
           02  FILLER PIC X(50) VALUE
               'TWO OPERATORS APPROVE EACH OTHERS WORK'.
           02  FILLER PIC X(4)  VALUE 'PRMA'.
           02  FILLER PIC X(50) VALUE
               'CHANGED A CHECKER LIMIT AND APPROVED UNDER IT'.
           02  FILLER PIC X(4)  VALUE 'RFAP'.
           02  FILLER PIC X(50) VALUE
               'MAINTAINED A REASON CODE AND USED IT ON A CHANGE'.
           02  FILLER PIC X(4)  VALUE 'MNAP'.
           02  FILLER PIC X(50) VALUE
               'APPROVER MAINTAINED REFERENCE OR QUOTE DATA'.
       01  WS-RULE-TBL REDEFINES WS-RULE-VALUES.
           02  RULE-ENTRY OCCURS 6 TIMES.
               04  RL-ID             PIC X(4).
               04  RL-DESC           PIC X(50).
       01  WS-RULE-CTL.
           02  RULE-CTL OCCURS 6 TIMES.
               04  RL-ACTIVE-SW      PIC X.
                   88  RL-ACTIVE         VALUE 'Y'.
               04  RL-CNT            PIC 9(5).
       01  WS-RULE-CNT             PIC 9(2) VALUE 6.
       01  WS-RULE-SUB             PIC 9(2).
       01  WS-FIND-RULE            PIC X(4).
       01  WS-RULE-FOUND-SW        PIC X VALUE 'N'.
           88  WS-RULE-FOUND           VALUE 'Y'.
       01  WS-RULES-OFF            PIC X(16) VALUE SPACES.
       01  WS-RULES-OFF-TBL REDEFINES WS-RULES-OFF.
           02  OFF-ID OCCURS 4 TIMES PIC X(4).
       01  WS-OFF-SUB              PIC 9(2).

      * PARMFIL - THE RECIPROCAL-PAIR FLOOR, AND THE CHANGE STAMPS ON
      * THE TWO CHECKER-LIMIT PARAMETERS TESTGUI6 APPROVES AGAINST
       01  WS-PAIR-MIN             PIC 9(3) VALUE 3.
       01  WS-PRM-TBL.
           02  PRM-ENTRY OCCURS 2 TIMES.
               04  PT-NAME           PIC X(20).
               04  PT-OPID           PIC X(3).
               04  PT-DATE           PIC 9(8).
       01  WS-PRM-SUB              PIC 9(2).

      * OPERPROF IN STORAGE - LEVEL AND LIMIT BY OPID
       01  WS-OPER-TBL.
           02  OPER-ENTRY OCCURS 500 TIMES.
               04  OT-OPID           PIC X(3).
               04  OT-LEVEL          PIC X.
               04  OT-LIMIT          PIC S9(9)V99 COMP-3.
               04  OT-ACTIVE         PIC X.
       01  WS-OPER-CNT             PIC 9(3) VALUE 0.
       01  WS-OPER-SUB             PIC 9(3).
       01  WS-OPER-FOUND-SW        PIC X VALUE 'N'.
           88  WS-OPER-FOUND           VALUE 'Y'.
       01  WS-FIND-OPID            PIC X(3).

      * REASON CODES ADDED OR CHANGED ON REFA - WHO AND WHEN
       01  WS-RSN-TBL.
           02  RSN-ENTRY OCCURS 200 TIMES.
               04  RT-CODE           PIC X(3).
               04  RT-OPID           PIC X(3).
               04  RT-DATE           PIC 9(7).
       01  WS-RSN-CNT              PIC 9(3) VALUE 0.
       01  WS-RSN-SUB              PIC 9(3).

      * CUSTOMERS ADDED THROUGH TESTGUIA, FOLLOWED BY CUSTOMER NUMBER
      * (THE NAME KEPT CURRENT FOR THE REPORT) UNTIL THEIR FIRST
      * PAYMENT CHANGE HAS BEEN SEEN
       01  WS-ADD-TBL.
           02  ADD-ENTRY OCCURS 2000 TIMES.
               04  AT-CUST-NAME      PIC X(40).
               04  AT-CUST-NUMBER    PIC 9(7).
               04  AT-OPID           PIC X(3).
               04  AT-TASKN          PIC 9(7).
               04  AT-PAY-SEEN-SW    PIC X.
                   88  AT-PAY-SEEN       VALUE 'Y'.
       01  WS-ADD-CNT              PIC 9(4) VALUE 0.
       01  WS-ADD-SUB              PIC 9(4).
       01  WS-ADD-FOUND-SW         PIC X VALUE 'N'.
           88  WS-ADD-FOUND            VALUE 'Y'.
       01  WS-FIND-NAME            PIC X(40).
       01  WS-FIND-NUMBER          PIC 9(7).

      * MAKER-TO-APPROVER PAIRS, WITH THE FIRST FEW TASKS OF EACH
       01  WS-PAIR-TBL.
           02  PAIR-ENTRY OCCURS 1000 TIMES.
               04  PR-MAKER          PIC X(3).
               04  PR-CHECKER        PIC X(3).
               04  PR-CNT            PIC 9(5).
               04  PR-TASKN          PIC 9(7) OCCURS 3 TIMES.
       01  WS-PAIR-CNT             PIC 9(4) VALUE 0.
       01  WS-PAIR-SUB             PIC 9(4).
       01  WS-PAIR-SUB2            PIC 9(4).
       01  WS-PAIR-FOUND-SW        PIC X VALUE 'N'.
           88  WS-PAIR-FOUND           VALUE 'Y'.
       01  WS-FIND-MAKER           PIC X(3).
       01  WS-FIND-CHECKER         PIC X(3).

      * ESCALATED RECORDS A SUPERVISOR APPROVED OVER THEIR LIMIT,
      * WAITING ON THE BREADLOG PASS FOR A VIEW WHILE PENDING
       01  WS-ESC-TBL.
           02  ESC-ENTRY OCCURS 200 TIMES.
               04  ET-CUST-NAME      PIC X(40).
               04  ET-CUST-NUMBER    PIC 9(7).
               04  ET-OPID           PIC X(3).
               04  ET-TASKN          PIC 9(7).
               04  ET-HIST-DATE      PIC 9(7).
               04  ET-ESC-DATE       PIC 9(7).
               04  ET-APPR-DATE      PIC 9(7).
               04  ET-VIEW-DATE      PIC 9(7).
       01  WS-ESC-CNT              PIC 9(3) VALUE 0.
       01  WS-ESC-SUB              PIC 9(3).

      * ONE HISTORY RECORD'S APPROVAL STAMP UNDER TEST
       01  WS-APPR-OPID            PIC X(3).
       01  WS-APPR-DATE            PIC 9(7).
       01  WS-HIST-DATE            PIC 9(7).
       01  WS-ESC-DATE             PIC 9(7).
       01  WS-APPR-AMT             PIC S9(9)V99.
       01  WS-PAY1-AMT             PIC S9(9)V99.
       01  WS-CUST-NAME            PIC X(40).
       01  WS-EVENT-DATE           PIC 9(7).
       01  WS-EVENT-OPID           PIC X(3).
       01  WS-EVENT-ROLE           PIC X(7).

       01  WS-DATE-IN              PIC 9(7).
       01  WS-DATE-OUT             PIC 9(8).
       01  WS-DATE-OUT2            PIC 9(8).
       01  WS-TASK-ED              PIC 9(7).
       01  WS-TASK-ED2             PIC 9(7).
       01  WS-CNT-ED               PIC ZZZZ9.
       01  WS-CNT-ED2              PIC ZZZZ9.
       01  WS-TXT-PTR              PIC 9(3).
       01  WS-TASK-SUB             PIC 9(2).

       01  WS-RUN-DATE.
           02  WS-RUN-YYYY         PIC 9(4).
           02  WS-RUN-MM           PIC 9(2).
           02  WS-RUN-DD           PIC 9(2).

       01  WS-HDG-1.
           02  FILLER       PIC X(36) VALUE
               'SEGREGATION-OF-DUTIES AUDIT - AS OF '.
           02  HDG-RUN-DATE PIC 9(8).
           02  FILLER       PIC X(20) VALUE '   RECIPROCAL MIN = '.
           02  HDG-PAIR-MIN PIC ZZ9.
       01  WS-HDG-RULES.
           02  FILLER       PIC X(6)  VALUE 'RULE'.
           02  FILLER       PIC X(52) VALUE 'CONFLICT'.
           02  FILLER       PIC X(8)  VALUE 'STATUS'.
       01  WS-RULE-LINE.
           02  RLL-ID          PIC X(4).
           02  FILLER          PIC X(2) VALUE SPACES.
           02  RLL-DESC        PIC X(50).
           02  FILLER          PIC X(2) VALUE SPACES.
           02  RLL-STATUS      PIC X(8).
           02  FILLER          PIC X(2) VALUE SPACES.
           02  RLL-CNT         PIC ZZZZ9.
       01  WS-HDG-2.
           02  FILLER       PIC X(6)  VALUE 'RULE'.
           02  FILLER       PIC X(5)  VALUE 'OPID'.
           02  FILLER       PIC X(7)  VALUE 'OTHER'.
           02  FILLER       PIC X(10) VALUE 'SOURCE'.
           02  FILLER       PIC X(20) VALUE 'RECORDS INVOLVED'.
       01  WS-DETAIL-LINE.
           02  DET-RULE        PIC X(4).
           02  FILLER          PIC X(2) VALUE SPACES.
           02  DET-OPID        PIC X(3).
           02  FILLER          PIC X(2) VALUE SPACES.
           02  DET-OTHER       PIC X(3).
           02  FILLER          PIC X(4) VALUE SPACES.
           02  DET-SOURCE      PIC X(8).
           02  FILLER          PIC X(2) VALUE SPACES.
           02  DET-RECORDS     PIC X(104).
       01  WS-SUMMARY-LINE.
           02  FILLER          PIC X(16) VALUE 'HISTORY READ   ='.
           02  SUM-HIST        PIC ZZZZZZ9.
           02  FILLER          PIC X(14) VALUE '  VIOLATIONS ='.
           02  SUM-VIOL        PIC ZZZZ9.
       01  WS-FULL-LINE.
           02  FILLER          PIC X(48) VALUE
               '*** WORK TABLE FULL - ENTRIES NOT CHECKED='.
           02  FUL-CNT         PIC ZZZZ9.
       01  WS-SIGNOFF-1.
           02  FILLER          PIC X(60) VALUE
               'REVIEWED BY INTERNAL AUDIT ____________  DATE ________'.
       01  WS-BL-DETAIL.
           02  FILLER       PIC X(9)  VALUE 'SODAUDIT '.
           02  FILLER       PIC X(5)  VALUE 'HIST='.
           02  BLD-HIST     PIC ZZZZZZ9.
           02  FILLER       PIC X(6)  VALUE ' VIOL='.
           02  BLD-VIOL     PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM WRITE-BATCH-START-ENTRY
           PERFORM INITIALIZE-RULES
           PERFORM LOAD-SHOP-PARAMETERS
           PERFORM LOAD-OPERATOR-PROFILES
           OPEN OUTPUT SODAUDIT-RPT
           PERFORM WRITE-REPORT-HEADING
           PERFORM AUDIT-REFA-LOG
           PERFORM AUDIT-QMNT-LOG
           PERFORM AUDIT-HISTORY
           PERFORM AUDIT-ESCALATED-VIEWS
           PERFORM AUDIT-RECIPROCAL-PAIRS
           PERFORM WRITE-SUMMARY-LINES
           CLOSE SODAUDIT-RPT
           PERFORM WRITE-BATCH-LOG-ENTRY
           DISPLAY 'SODAUDIT HISTORY READ: ' WS-HIST-CNT
           DISPLAY 'SODAUDIT VIOLATIONS:   ' WS-VIOL-CNT
           STOP RUN.

       INITIALIZE-RULES.
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-CNT
               MOVE 'Y' TO RL-ACTIVE-SW(WS-RULE-SUB)
               MOVE 0   TO RL-CNT(WS-RULE-SUB)
           END-PERFORM.

       LOAD-OPERATOR-PROFILES.
           OPEN INPUT OPERPROF-FILE
           PERFORM READ-OPERPROF-RECORD
           PERFORM UNTIL WS-NO-MORE-OPERS
               IF WS-OPER-CNT < 500
                   ADD 1 TO WS-OPER-CNT
                   MOVE OP-OPID       TO OT-OPID(WS-OPER-CNT)
                   MOVE OP-AUTH-LEVEL TO OT-LEVEL(WS-OPER-CNT)
                   MOVE OP-APPR-LIMIT TO OT-LIMIT(WS-OPER-CNT)
                   MOVE OP-ACTIVE     TO OT-ACTIVE(WS-OPER-CNT)
               ELSE
                   ADD 1 TO WS-FULL-CNT
               END-IF
               PERFORM READ-OPERPROF-RECORD
           END-PERFORM
           CLOSE OPERPROF-FILE.

      * REASON-CODE MAINTENANCE IS REMEMBERED FOR THE RFAP CHECK ON
      * THE HISTORY PASS; ANY REFA LINE BY AN APPROVER IS AN MNAP
       AUDIT-REFA-LOG.
           OPEN INPUT REFA-EXTRACT
           PERFORM READ-REFA-RECORD
           PERFORM UNTIL WS-NO-MORE-REFA
               IF REFA-REASONCD AND REFA-ADD-OR-CHANGE
                   IF WS-RSN-CNT < 200
                       ADD 1 TO WS-RSN-CNT
                       MOVE REFA-KEY  TO RT-CODE(WS-RSN-CNT)
                       MOVE REFA-OPID TO RT-OPID(WS-RSN-CNT)
                       MOVE REFA-DATE TO RT-DATE(WS-RSN-CNT)
                   ELSE
                       ADD 1 TO WS-FULL-CNT
                   END-IF
               END-IF
               MOVE REFA-OPID TO WS-FIND-OPID
               PERFORM FIND-OPERATOR
               IF WS-OPER-FOUND
                   IF OT-ACTIVE(WS-OPER-SUB) = 'Y'
                       AND OT-LEVEL(WS-OPER-SUB) NOT = 'O'
                       MOVE 'MNAP' TO WS-FIND-RULE
                       PERFORM FIND-RULE
                       IF RL-ACTIVE(WS-RULE-SUB)
                           MOVE SPACES TO WS-DETAIL-LINE
                           MOVE REFA-OPID TO DET-OPID
                           MOVE 'REFA' TO DET-SOURCE
                           MOVE REFA-DATE TO WS-DATE-IN
                           PERFORM FORMAT-EVENT-DATE
                           STRING 'LEVEL ' OT-LEVEL(WS-OPER-SUB)
                                  ' FILE ' REFA-FILE
                                  ' ACTION ' REFA-ACTION
                                  ' KEY ' REFA-KEY
                                  ' ON ' WS-DATE-OUT
                                  ' NEW VALUE ' REFA-NEW-VALUE
                               DELIMITED BY SIZE INTO DET-RECORDS
                           PERFORM WRITE-VIOLATION
                       END-IF
                   END-IF
               END-IF
               PERFORM READ-REFA-RECORD
           END-PERFORM
           CLOSE REFA-EXTRACT.

       AUDIT-QMNT-LOG.
           OPEN INPUT QMNT-EXTRACT
           PERFORM READ-QMNT-RECORD
           PERFORM UNTIL WS-NO-MORE-QMNT
               MOVE QMNT-OPID TO WS-FIND-OPID
               PERFORM FIND-OPERATOR
               IF WS-OPER-FOUND
                   IF OT-ACTIVE(WS-OPER-SUB) = 'Y'
                       AND OT-LEVEL(WS-OPER-SUB) NOT = 'O'
                       MOVE 'MNAP' TO WS-FIND-RULE
                       PERFORM FIND-RULE
                       IF RL-ACTIVE(WS-RULE-SUB)
                           MOVE SPACES TO WS-DETAIL-LINE
                           MOVE QMNT-OPID TO DET-OPID
                           MOVE 'QMNT' TO DET-SOURCE
                           MOVE QMNT-DATE TO WS-DATE-IN
                           PERFORM FORMAT-EVENT-DATE
                           STRING 'LEVEL ' OT-LEVEL(WS-OPER-SUB)
                                  ' QUOTE ACTION ' QMNT-ACTION
                                  ' KEY ' QMNT-TRNID '/' QMNT-SEQNO
                                  '/' QMNT-LANG
                                  ' ON ' WS-DATE-OUT
                               DELIMITED BY SIZE INTO DET-RECORDS
                           PERFORM WRITE-VIOLATION
                       END-IF
                   END-IF
               END-IF
               PERFORM READ-QMNT-RECORD
           END-PERFORM
           CLOSE QMNT-EXTRACT.

      * ONE PASS OVER GUI6HIST IN TASK ORDER. ADDS AND NAME CHANGES
      * KEEP THE ADDED-CUSTOMER TABLE CURRENT, AND EVERY APPROVAL
      * STAMP IS TESTED AGAINST THE RULES THAT HANG OFF IT
       AUDIT-HISTORY.
           OPEN INPUT GUI6HIST-FILE
           PERFORM READ-HIST-RECORD
           PERFORM UNTIL WS-NO-MORE-HIST
               ADD 1 TO WS-HIST-CNT
               MOVE HIST-DATE TO WS-HIST-DATE
               MOVE HIST-OLD-NAME TO WS-CUST-NAME
               IF WS-CUST-NAME = SPACES
                   MOVE HIST-NEW-NAME TO WS-CUST-NAME
               END-IF
               EVALUATE TRUE
                   WHEN HIST-TYPE-ADD
                       PERFORM NOTE-CUSTOMER-ADD
                   WHEN HIST-TYPE-CHANGE
                       PERFORM CHECK-FIRST-PAYMENT
                       IF HIST-NEW-NAME NOT = HIST-OLD-NAME
                           MOVE HIST-OLD-NAME TO WS-FIND-NAME
                           MOVE HIST-CUST-NUMBER TO WS-FIND-NUMBER
                           PERFORM FIND-ADDED-CUSTOMER
                           IF WS-ADD-FOUND
                               MOVE HIST-NEW-NAME
                                   TO AT-CUST-NAME(WS-ADD-SUB)
                           END-IF
                       END-IF
               END-EVALUATE
               IF HIST-CHECKER-OPID NOT = SPACES
                   MOVE HIST-CHECKER-OPID TO WS-APPR-OPID
                   MOVE HIST-APPR-DATE    TO WS-APPR-DATE
                   PERFORM CHECK-APPROVAL-STAMP
               END-IF
               IF HIST-CHECKER2-OPID NOT = SPACES
                   MOVE HIST-CHECKER2-OPID TO WS-APPR-OPID
                   MOVE HIST-APPR2-DATE    TO WS-APPR-DATE
                   PERFORM CHECK-APPROVAL-STAMP
               END-IF
               IF HIST-REASON-CD NOT = SPACES
                   MOVE HIST-MAKER-OPID TO WS-EVENT-OPID
                   IF WS-EVENT-OPID = SPACES
                       MOVE HIST-OPID TO WS-EVENT-OPID
                   END-IF
                   MOVE WS-HIST-DATE TO WS-EVENT-DATE
                   MOVE 'KEYED' TO WS-EVENT-ROLE
                   PERFORM CHECK-REASON-CODE-USE
               END-IF
               PERFORM READ-HIST-RECORD
           END-PERFORM
           CLOSE GUI6HIST-FILE.

       NOTE-CUSTOMER-ADD.
           IF WS-ADD-CNT < 2000
               ADD 1 TO WS-ADD-CNT
               MOVE HIST-NEW-NAME TO AT-CUST-NAME(WS-ADD-CNT)
               MOVE HIST-CUST-NUMBER TO AT-CUST-NUMBER(WS-ADD-CNT)
               MOVE HIST-MAKER-OPID TO AT-OPID(WS-ADD-CNT)
               IF AT-OPID(WS-ADD-CNT) = SPACES
                   MOVE HIST-OPID TO AT-OPID(WS-ADD-CNT)
               END-IF
               MOVE HIST-TASKN TO AT-TASKN(WS-ADD-CNT)
               MOVE 'N' TO AT-PAY-SEEN-SW(WS-ADD-CNT)
           ELSE
               ADD 1 TO WS-FULL-CNT
           END-IF.

      * THE FIRST PAYMENT CHANGE ON AN ADDED CUSTOMER - A VIOLATION
      * WHEN THE OPERATOR WHO ADDED THEM IS EITHER CHECKER ON IT
       CHECK-FIRST-PAYMENT.
           IF HIST-PAYMEI-AMT NOT = 0 OR HIST-PAYME1I-AMT NOT = 0
               MOVE HIST-OLD-NAME TO WS-FIND-NAME
               MOVE HIST-CUST-NUMBER TO WS-FIND-NUMBER
               PERFORM FIND-ADDED-CUSTOMER
               IF WS-ADD-FOUND
                   IF NOT AT-PAY-SEEN(WS-ADD-SUB)
                       SET AT-PAY-SEEN(WS-ADD-SUB) TO TRUE
                       IF AT-OPID(WS-ADD-SUB) = HIST-CHECKER-OPID
                           OR AT-OPID(WS-ADD-SUB) = HIST-CHECKER2-OPID
                           MOVE 'ADAP' TO WS-FIND-RULE
                           PERFORM FIND-RULE
                           IF RL-ACTIVE(WS-RULE-SUB)
                               PERFORM REPORT-ADD-APPROVE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

       REPORT-ADD-APPROVE.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE AT-OPID(WS-ADD-SUB) TO DET-OPID
           MOVE HIST-MAKER-OPID TO DET-OTHER
           MOVE 'GUI6HIST' TO DET-SOURCE
           MOVE AT-TASKN(WS-ADD-SUB) TO WS-TASK-ED
           MOVE HIST-TASKN TO WS-TASK-ED2
           STRING 'ADD TASK ' WS-TASK-ED
                  ' PAYMENT TASK ' WS-TASK-ED2
                  ' CUSTOMER ' WS-CUST-NAME
               DELIMITED BY SIZE INTO DET-RECORDS
           PERFORM WRITE-VIOLATION.

      * ONE CHECKER OR SECOND-CHECKER STAMP: COUNT THE MAKER PAIR,
      * TEST THE THRESHOLD-CHANGE AND REASON-CODE RULES, AND HOLD AN
      * OVER-LIMIT SUPERVISOR APPROVAL OF AN ESCALATED RECORD FOR THE
      * BREADLOG PASS
       CHECK-APPROVAL-STAMP.
           IF HIST-MAKER-OPID NOT = SPACES
               MOVE HIST-MAKER-OPID TO WS-FIND-MAKER
               MOVE WS-APPR-OPID    TO WS-FIND-CHECKER
               PERFORM COUNT-APPROVAL-PAIR
           END-IF
           PERFORM CHECK-THRESHOLD-CHANGER
           IF HIST-REASON-CD NOT = SPACES
               MOVE WS-APPR-OPID TO WS-EVENT-OPID
               MOVE WS-APPR-DATE TO WS-EVENT-DATE
               MOVE 'APPROVED' TO WS-EVENT-ROLE
               PERFORM CHECK-REASON-CODE-USE
           END-IF
           IF HIST-ESCALATED
               MOVE HIST-ESC-DATE TO WS-ESC-DATE
               IF WS-APPR-DATE >= WS-ESC-DATE
                   PERFORM CHECK-ESCALATED-APPROVAL
               END-IF
           END-IF.

       COUNT-APPROVAL-PAIR.
           PERFORM FIND-PAIR
           IF NOT WS-PAIR-FOUND
               IF WS-PAIR-CNT < 1000
                   ADD 1 TO WS-PAIR-CNT
                   MOVE WS-PAIR-CNT     TO WS-PAIR-SUB
                   MOVE WS-FIND-MAKER   TO PR-MAKER(WS-PAIR-SUB)
                   MOVE WS-FIND-CHECKER TO PR-CHECKER(WS-PAIR-SUB)
                   MOVE 0 TO PR-CNT(WS-PAIR-SUB)
                             PR-TASKN(WS-PAIR-SUB 1)
                             PR-TASKN(WS-PAIR-SUB 2)
                             PR-TASKN(WS-PAIR-SUB 3)
                   SET WS-PAIR-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-FULL-CNT
               END-IF
           END-IF
           IF WS-PAIR-FOUND
               ADD 1 TO PR-CNT(WS-PAIR-SUB)
               IF PR-CNT(WS-PAIR-SUB) <= 3
                   MOVE HIST-TASKN
                       TO PR-TASKN(WS-PAIR-SUB PR-CNT(WS-PAIR-SUB))
               END-IF
           END-IF.

      * PARMFIL STAMPS ARE CCYYMMDD, SO THE APPROVAL DATE IS DECODED
      * ONLY WHEN THE APPROVER IS THE OPERATOR WHO MADE THE CHANGE
       CHECK-THRESHOLD-CHANGER.
           PERFORM VARYING WS-PRM-SUB FROM 1 BY 1
                   UNTIL WS-PRM-SUB > 2
               IF PT-OPID(WS-PRM-SUB) = WS-APPR-OPID
                   AND WS-APPR-DATE NOT = 0
                   MOVE WS-APPR-DATE TO WS-DATE-IN
                   PERFORM FORMAT-EVENT-DATE
                   IF WS-DATE-OUT >= PT-DATE(WS-PRM-SUB)
                       MOVE 'PRMA' TO WS-FIND-RULE
                       PERFORM FIND-RULE
                       IF RL-ACTIVE(WS-RULE-SUB)
                           MOVE SPACES TO WS-DETAIL-LINE
                           MOVE WS-APPR-OPID TO DET-OPID
                           MOVE HIST-MAKER-OPID TO DET-OTHER
                           MOVE 'PARMFIL' TO DET-SOURCE
                           MOVE HIST-TASKN TO WS-TASK-ED
                           STRING PT-NAME(WS-PRM-SUB)
                                  ' CHANGED ' PT-DATE(WS-PRM-SUB)
                                  ' APPROVED TASK ' WS-TASK-ED
                                  ' ON ' WS-DATE-OUT
                               DELIMITED BY SIZE INTO DET-RECORDS
                           PERFORM WRITE-VIOLATION
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      * A REASON CODE CITED BY THE OPERATOR WHO ADDED OR CHANGED IT,
      * ON OR AFTER THE DAY THEY DID SO
       CHECK-REASON-CODE-USE.
           PERFORM VARYING WS-RSN-SUB FROM 1 BY 1
                   UNTIL WS-RSN-SUB > WS-RSN-CNT
               IF RT-CODE(WS-RSN-SUB) = HIST-REASON-CD
                   AND RT-OPID(WS-RSN-SUB) = WS-EVENT-OPID
                   AND WS-EVENT-DATE >= RT-DATE(WS-RSN-SUB)
                   MOVE 'RFAP' TO WS-FIND-RULE
                   PERFORM FIND-RULE
                   IF RL-ACTIVE(WS-RULE-SUB)
                       MOVE SPACES TO WS-DETAIL-LINE
                       MOVE WS-EVENT-OPID TO DET-OPID
                       MOVE 'REFA' TO DET-SOURCE
                       MOVE RT-DATE(WS-RSN-SUB) TO WS-DATE-IN
                       PERFORM FORMAT-EVENT-DATE
                       MOVE WS-DATE-OUT TO WS-DATE-OUT2
                       MOVE WS-EVENT-DATE TO WS-DATE-IN
                       PERFORM FORMAT-EVENT-DATE
                       MOVE HIST-TASKN TO WS-TASK-ED
                       STRING 'REASON ' HIST-REASON-CD
                              ' MAINTAINED ' WS-DATE-OUT2
                              ' ' WS-EVENT-ROLE
                              ' TASK ' WS-TASK-ED
                              ' ON ' WS-DATE-OUT
                           DELIMITED BY SIZE INTO DET-RECORDS
                       PERFORM WRITE-VIOLATION
                   END-IF
               END-IF
           END-PERFORM.

      * THE SUPERVISOR ROUTE ONLY MATTERS WHERE THE APPROVER'S OWN
      * LIMIT WOULD NOT HAVE COVERED THE CHANGE - SAME LARGER-OF-THE-
      * TWO-USD-AMOUNTS TEST TESTGUI6 APPLIES
       CHECK-ESCALATED-APPROVAL.
           MOVE 'ESAP' TO WS-FIND-RULE
           PERFORM FIND-RULE
           MOVE WS-APPR-OPID TO WS-FIND-OPID
           PERFORM FIND-OPERATOR
           IF RL-ACTIVE(WS-RULE-SUB) AND WS-OPER-FOUND
               MOVE FUNCTION ABS(HIST-PAYMEI-USD)  TO WS-APPR-AMT
               MOVE FUNCTION ABS(HIST-PAYME1I-USD) TO WS-PAY1-AMT
               IF WS-PAY1-AMT > WS-APPR-AMT
                   MOVE WS-PAY1-AMT TO WS-APPR-AMT
               END-IF
               IF OT-LEVEL(WS-OPER-SUB) = 'S'
                   AND OT-LIMIT(WS-OPER-SUB) < WS-APPR-AMT
                   IF WS-ESC-CNT < 200
                       ADD 1 TO WS-ESC-CNT
                       MOVE WS-CUST-NAME TO ET-CUST-NAME(WS-ESC-CNT)
                       MOVE HIST-CUST-NUMBER
                           TO ET-CUST-NUMBER(WS-ESC-CNT)
                       MOVE WS-APPR-OPID TO ET-OPID(WS-ESC-CNT)
                       MOVE HIST-TASKN   TO ET-TASKN(WS-ESC-CNT)
                       MOVE WS-HIST-DATE TO ET-HIST-DATE(WS-ESC-CNT)
                       MOVE WS-ESC-DATE  TO ET-ESC-DATE(WS-ESC-CNT)
                       MOVE WS-APPR-DATE TO ET-APPR-DATE(WS-ESC-CNT)
                       MOVE 0            TO ET-VIEW-DATE(WS-ESC-CNT)
                   ELSE
                       ADD 1 TO WS-FULL-CNT
                   END-IF
               END-IF
           END-IF.

      * A VIEW OF THE CUSTOMER BY THE APPROVING SUPERVISOR BETWEEN
      * THE KEYING DAY AND THE ESCALATION DAY MAKES IT A VIOLATION;
      * THE EARLIEST SUCH VIEW IS REPORTED
       AUDIT-ESCALATED-VIEWS.
           IF WS-ESC-CNT > 0
               OPEN INPUT BREADLOG-FILE
               PERFORM READ-BREADLOG-RECORD
               PERFORM UNTIL WS-NO-MORE-BREAD
                   PERFORM VARYING WS-ESC-SUB FROM 1 BY 1
                           UNTIL WS-ESC-SUB > WS-ESC-CNT
                       IF (ET-CUST-NUMBER(WS-ESC-SUB) = BRD-CUST-NUMBER
                           AND ET-CUST-NUMBER(WS-ESC-SUB) NOT = 0
                            OR ET-CUST-NUMBER(WS-ESC-SUB) = 0
                           AND ET-CUST-NAME(WS-ESC-SUB) = BRD-CUST-NAME)
                           AND ET-OPID(WS-ESC-SUB) = BRD-OPID
                           AND BRD-DATE >= ET-HIST-DATE(WS-ESC-SUB)
                           AND BRD-DATE <= ET-ESC-DATE(WS-ESC-SUB)
                           IF ET-VIEW-DATE(WS-ESC-SUB) = 0
                               OR BRD-DATE < ET-VIEW-DATE(WS-ESC-SUB)
                               MOVE BRD-DATE
                                   TO ET-VIEW-DATE(WS-ESC-SUB)
                           END-IF
                       END-IF
                   END-PERFORM
                   PERFORM READ-BREADLOG-RECORD
               END-PERFORM
               CLOSE BREADLOG-FILE
           END-IF
           MOVE 'ESAP' TO WS-FIND-RULE
           PERFORM FIND-RULE
           PERFORM VARYING WS-ESC-SUB FROM 1 BY 1
                   UNTIL WS-ESC-SUB > WS-ESC-CNT
               IF ET-VIEW-DATE(WS-ESC-SUB) NOT = 0
                   MOVE SPACES TO WS-DETAIL-LINE
                   MOVE ET-OPID(WS-ESC-SUB) TO DET-OPID
                   MOVE 'GUI6HIST' TO DET-SOURCE
                   MOVE ET-TASKN(WS-ESC-SUB) TO WS-TASK-ED
                   MOVE ET-VIEW-DATE(WS-ESC-SUB) TO WS-DATE-IN
                   PERFORM FORMAT-EVENT-DATE
                   MOVE WS-DATE-OUT TO WS-DATE-OUT2
                   MOVE ET-ESC-DATE(WS-ESC-SUB) TO WS-DATE-IN
                   PERFORM FORMAT-EVENT-DATE
                   STRING 'TASK ' WS-TASK-ED
                          ' VIEWED ' WS-DATE-OUT2
                          ' ESCALATED ' WS-DATE-OUT
                          ' CUSTOMER ' ET-CUST-NAME(WS-ESC-SUB)
                       DELIMITED BY SIZE INTO DET-RECORDS
                   PERFORM WRITE-VIOLATION
               END-IF
           END-PERFORM.

      * EACH MAKER/APPROVER PAIR IS MATCHED WITH ITS MIRROR ONCE, FROM
      * THE SIDE WITH THE LOWER MAKER OPID
       AUDIT-RECIPROCAL-PAIRS.
           MOVE 'RCPR' TO WS-FIND-RULE
           PERFORM FIND-RULE
           IF RL-ACTIVE(WS-RULE-SUB)
               PERFORM VARYING WS-PAIR-SUB2 FROM 1 BY 1
                       UNTIL WS-PAIR-SUB2 > WS-PAIR-CNT
                   IF PR-MAKER(WS-PAIR-SUB2) < PR-CHECKER(WS-PAIR-SUB2)
                       AND PR-CNT(WS-PAIR-SUB2) >= WS-PAIR-MIN
                       MOVE PR-CHECKER(WS-PAIR-SUB2) TO WS-FIND-MAKER
                       MOVE PR-MAKER(WS-PAIR-SUB2) TO WS-FIND-CHECKER
                       PERFORM FIND-PAIR
                       IF WS-PAIR-FOUND
                           IF PR-CNT(WS-PAIR-SUB) >= WS-PAIR-MIN
                               PERFORM REPORT-RECIPROCAL-PAIR
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      * WS-PAIR-SUB2 IS THE LOWER-OPID MAKER'S SIDE, WS-PAIR-SUB THE
      * MIRROR; EACH SIDE SHOWS ITS COUNT AND FIRST THREE TASKS
       REPORT-RECIPROCAL-PAIR.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE PR-MAKER(WS-PAIR-SUB2)   TO DET-OPID
           MOVE PR-CHECKER(WS-PAIR-SUB2) TO DET-OTHER
           MOVE 'GUI6HIST' TO DET-SOURCE
           MOVE PR-CNT(WS-PAIR-SUB2) TO WS-CNT-ED
           MOVE PR-CNT(WS-PAIR-SUB)  TO WS-CNT-ED2
           MOVE 1 TO WS-TXT-PTR
           STRING 'APPROVED BY OTHER' WS-CNT-ED ' TASKS'
               DELIMITED BY SIZE INTO DET-RECORDS
               WITH POINTER WS-TXT-PTR
           PERFORM VARYING WS-TASK-SUB FROM 1 BY 1
                   UNTIL WS-TASK-SUB > 3
               IF PR-TASKN(WS-PAIR-SUB2 WS-TASK-SUB) NOT = 0
                   MOVE PR-TASKN(WS-PAIR-SUB2 WS-TASK-SUB)
                       TO WS-TASK-ED
                   STRING ' ' WS-TASK-ED
                       DELIMITED BY SIZE INTO DET-RECORDS
                       WITH POINTER WS-TXT-PTR
               END-IF
           END-PERFORM
           STRING ' / APPROVED OTHER' WS-CNT-ED2 ' TASKS'
               DELIMITED BY SIZE INTO DET-RECORDS
               WITH POINTER WS-TXT-PTR
           PERFORM VARYING WS-TASK-SUB FROM 1 BY 1
                   UNTIL WS-TASK-SUB > 3
               IF PR-TASKN(WS-PAIR-SUB WS-TASK-SUB) NOT = 0
                   MOVE PR-TASKN(WS-PAIR-SUB WS-TASK-SUB)
                       TO WS-TASK-ED
                   STRING ' ' WS-TASK-ED
                       DELIMITED BY SIZE INTO DET-RECORDS
                       WITH POINTER WS-TXT-PTR
               END-IF
           END-PERFORM
           PERFORM WRITE-VIOLATION.

      * WS-FIND-RULE IS SET BY THE CALLER TO A RULE IN THE TABLE
       WRITE-VIOLATION.
           MOVE WS-FIND-RULE TO DET-RULE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-VIOL-CNT
           ADD 1 TO RL-CNT(WS-RULE-SUB).

       FIND-RULE.
           MOVE 'N' TO WS-RULE-FOUND-SW
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-CNT
                      OR WS-RULE-FOUND
               IF RL-ID(WS-RULE-SUB) = WS-FIND-RULE
                   SET WS-RULE-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-RULE-FOUND
               SUBTRACT 1 FROM WS-RULE-SUB
           END-IF.

       FIND-OPERATOR.
           MOVE 'N' TO WS-OPER-FOUND-SW
           PERFORM VARYING WS-OPER-SUB FROM 1 BY 1
                   UNTIL WS-OPER-SUB > WS-OPER-CNT
                      OR WS-OPER-FOUND
               IF OT-OPID(WS-OPER-SUB) = WS-FIND-OPID
                   SET WS-OPER-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-OPER-FOUND
               SUBTRACT 1 FROM WS-OPER-SUB
           END-IF.

      * AN ADDED CUSTOMER BY CUSTOMER NUMBER, OR BY CURRENT NAME FOR
      * A HISTORY RECORD CARRYING NO NUMBER
       FIND-ADDED-CUSTOMER.
           MOVE 'N' TO WS-ADD-FOUND-SW
           PERFORM VARYING WS-ADD-SUB FROM 1 BY 1
                   UNTIL WS-ADD-SUB > WS-ADD-CNT
                      OR WS-ADD-FOUND
               IF WS-FIND-NUMBER NOT = 0
                   IF AT-CUST-NUMBER(WS-ADD-SUB) = WS-FIND-NUMBER
                       SET WS-ADD-FOUND TO TRUE
                   END-IF
               ELSE
                   IF AT-CUST-NAME(WS-ADD-SUB) = WS-FIND-NAME
                       SET WS-ADD-FOUND TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ADD-FOUND
               SUBTRACT 1 FROM WS-ADD-SUB
           END-IF.

       FIND-PAIR.
           MOVE 'N' TO WS-PAIR-FOUND-SW
           PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
                   UNTIL WS-PAIR-SUB > WS-PAIR-CNT
                      OR WS-PAIR-FOUND
               IF PR-MAKER(WS-PAIR-SUB) = WS-FIND-MAKER
                   AND PR-CHECKER(WS-PAIR-SUB) = WS-FIND-CHECKER
                   SET WS-PAIR-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF WS-PAIR-FOUND
               SUBTRACT 1 FROM WS-PAIR-SUB
           END-IF.

       FORMAT-EVENT-DATE.
           IF WS-DATE-IN = 0
               MOVE 0 TO WS-DATE-OUT
           ELSE
               MOVE WS-DATE-IN TO LK-JD-JULIAN
               CALL 'JULDAY' USING JULDAY-PARMS
               MOVE LK-JD-DATE TO WS-DATE-OUT
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

       READ-REFA-RECORD.
           READ REFA-EXTRACT INTO WS-REFA-REC
               AT END SET WS-NO-MORE-REFA TO TRUE
           END-READ.

       READ-QMNT-RECORD.
           READ QMNT-EXTRACT INTO WS-QMNT-REC
               AT END SET WS-NO-MORE-QMNT TO TRUE
           END-READ.

      * THE RULE TABLE, WITH ANY SWITCHED OFF SHOWN AS SUCH, HEADS
      * THE REPORT SO AUDIT SEES WHAT WAS AND WAS NOT CHECKED
       WRITE-REPORT-HEADING.
           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           MOVE WS-PAIR-MIN TO HDG-PAIR-MIN
           MOVE WS-HDG-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HDG-RULES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-CNT
               MOVE SPACES TO WS-RULE-LINE
               MOVE RL-ID(WS-RULE-SUB)   TO RLL-ID
               MOVE RL-DESC(WS-RULE-SUB) TO RLL-DESC
               IF RL-ACTIVE(WS-RULE-SUB)
                   MOVE 'CHECKED' TO RLL-STATUS
               ELSE
                   MOVE 'OFF' TO RLL-STATUS
               END-IF
               MOVE WS-RULE-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HDG-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

      * VIOLATIONS BY RULE, THEN THE TOTALS AND AUDIT SIGN-OFF
       WRITE-SUMMARY-LINES.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-CNT
               MOVE SPACES TO WS-RULE-LINE
               MOVE RL-ID(WS-RULE-SUB)   TO RLL-ID
               MOVE RL-DESC(WS-RULE-SUB) TO RLL-DESC
               IF RL-ACTIVE(WS-RULE-SUB)
                   MOVE 'FOUND' TO RLL-STATUS
                   MOVE RL-CNT(WS-RULE-SUB) TO RLL-CNT
               ELSE
                   MOVE 'OFF' TO RLL-STATUS
               END-IF
               MOVE WS-RULE-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HIST-CNT TO SUM-HIST
           MOVE WS-VIOL-CNT TO SUM-VIOL
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF WS-FULL-CNT > 0
               MOVE WS-FULL-CNT TO FUL-CNT
               MOVE WS-FULL-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SIGNOFF-1 TO RPT-LINE
           WRITE RPT-LINE.

      * ANY VIOLATION, OR A TABLE THAT FILLED SO SOMETHING WENT
      * UNCHECKED, SHOWS AS A WARN ON THE DASHBOARD
       WRITE-BATCH-LOG-ENTRY.
           MOVE 'SODAUDIT' TO BL-PROGRAM
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           IF WS-VIOL-CNT > 0 OR WS-FULL-CNT > 0
               MOVE 'WARN' TO BL-STATUS
           ELSE
               MOVE 'DONE' TO BL-STATUS
           END-IF
           MOVE WS-HIST-CNT TO BLD-HIST
           MOVE WS-VIOL-CNT TO BLD-VIOL
           MOVE WS-BL-DETAIL TO BL-DETAIL
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.

      * ONE 'STRT' ENTRY AT JOB ENTRY, PAIRED BY BATCHWIN WITH THE
      * COMPLETION ENTRY ABOVE
       WRITE-BATCH-START-ENTRY.
           MOVE 'SODAUDIT' TO BL-PROGRAM
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           MOVE 'STRT' TO BL-STATUS
           MOVE SPACES TO BL-DETAIL
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.

      * THE PAIR FLOOR AND SWITCHED-OFF RULES, AND THE CHANGE STAMP
      * ON EACH CHECKER-LIMIT PARAMETER. A MISSING RECORD KEEPS THE
      * DEFAULT, AND A PARAMETER NOBODY HAS CHANGED HAS NO STAMP
       LOAD-SHOP-PARAMETERS.
           MOVE 'PAYMENT-THRESHOLD'  TO PT-NAME(1)
           MOVE 'PAYMENT-THRESHOLD2' TO PT-NAME(2)
           MOVE SPACES TO PT-OPID(1) PT-OPID(2)
           MOVE 0 TO PT-DATE(1) PT-DATE(2)
           OPEN INPUT PARMFIL-FILE
           MOVE 'SOD-PAIR-MIN' TO PRM-NAME
           READ PARMFIL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PRM-VALUE NOT = SPACES
                       COMPUTE WS-PAIR-MIN =
                           FUNCTION NUMVAL(PRM-VALUE)
                   END-IF
           END-READ
           MOVE 'SOD-RULES-OFF' TO PRM-NAME
           READ PARMFIL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE PRM-VALUE TO WS-RULES-OFF
           END-READ
           PERFORM VARYING WS-PRM-SUB FROM 1 BY 1
                   UNTIL WS-PRM-SUB > 2
               MOVE PT-NAME(WS-PRM-SUB) TO PRM-NAME
               READ PARMFIL-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE PRM-CHG-OPID TO PT-OPID(WS-PRM-SUB)
                       MOVE PRM-CHG-DATE TO PT-DATE(WS-PRM-SUB)
               END-READ
           END-PERFORM
           CLOSE PARMFIL-FILE
           PERFORM VARYING WS-OFF-SUB FROM 1 BY 1
                   UNTIL WS-OFF-SUB > 4
               IF OFF-ID(WS-OFF-SUB) NOT = SPACES
                   MOVE OFF-ID(WS-OFF-SUB) TO WS-FIND-RULE
                   PERFORM FIND-RULE
                   IF WS-RULE-FOUND
                       MOVE 'N' TO RL-ACTIVE-SW(WS-RULE-SUB)
                   END-IF
               END-IF
           END-PERFORM.
