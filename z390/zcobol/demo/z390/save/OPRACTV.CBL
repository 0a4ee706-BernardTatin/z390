      ***************************************************************
      * Author.  Maintenance team, following the OPRCERT/ADRNLTR
      *          style
      * Remarks. Daily per-operator activity summary. Every file in
      *          the suite can say what happened to one customer, but
      *          none can say what one operator did all day, which is
      *          what a productivity review or an investigation of a
      *          suspicious operator needs. This collects one day's
      *          activity for every EIBOPID from each place the suite
      *          records it:
      *            GUI6HIST  changes, adds, status changes, offboards,
      *                      merges and reverts keyed (maker, else
      *                      HIST-OPID), and first/second-checker
      *                      approvals given
      *            BREADLOG  customers viewed (the BREAD mirror)
      *            CUSTNOTE  notes added (system notes excluded)
      *            QMNT      quote content maintenance (QUOTMNT)
      *            REFA      reference-file maintenance (REFMNT)
      *            PARMFIL   parameter changes (PRM-CHG-OPID/DATE -
      *                      PARMFIL keeps no time of day)
      *            BREJ      BEC5 authorization rejections
      *          and prints one block per operator, in opid order:
      *          the operator's OPERPROF name and level, first and
      *          last activity time, a count per kind of activity,
      *          then every event in time order. An event outside
      *          PARMFIL 'ACTIVITY-DAY-START'/'ACTIVITY-DAY-END'
      *          (HHMM, default 0700-1900) is starred and the block is
      *          marked, so unusual hours stand out. The day is today
      *          or an optional SYSIN YYYYMMDD card, and every EIBDATE
      *          0CYYDDD on the inputs is matched through JULDAY.
      ***************************************************************
      * 10/15/26 RPI 2228 INITIAL CODING
      * 10/15/26 RPI 2232 A NOTE EVENT NAMES THE PERMANENT CUSTOMER
      *                   NUMBER THE NOTE IS NOW FILED UNDER
      * 10/15/26 RPI 2240 GUI6HIST SELECT DECLARES THE NEW
      *                   HIST-CUST-DATE-KEY, HIST-OLD-NAME-KEY AND
      *                   HIST-NEW-NAME-KEY ALTERNATE KEYS (GUI6HIST
      *                   RECORD NOW 424 BYTES)
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPRACTV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'SYSIN'
               ORGANIZATION LINE SEQUENTIAL.
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
           SELECT CUSTNOTE-FILE ASSIGN TO 'CUSTNOTE'
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY NT-KEY.
           SELECT OPERPROF-FILE ASSIGN TO 'OPERPROF'
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY OP-KEY.
           SELECT OPTIONAL PARMFIL-FILE ASSIGN TO 'PARMFIL'
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY PRM-KEY.
           SELECT OPTIONAL QMNT-EXTRACT ASSIGN TO 'QMNT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL REFA-EXTRACT ASSIGN TO 'REFA'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL BREJ-EXTRACT ASSIGN TO 'BREJ'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPRACTV-RPT ASSIGN TO 'OPRACTRP'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BATCH-LOG-FILE ASSIGN TO 'BATCHLOG'
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-REC.
           02  PARM-ACTV-DATE      PIC X(8).
           02  FILLER              PIC X(72).
       FD  GUI6HIST-FILE.
           COPY GUI6HIST.
       FD  BREADLOG-FILE.
           COPY BREADLOG.
       FD  CUSTNOTE-FILE.
           COPY CUSTNOTE.
       FD  OPERPROF-FILE.
           COPY OPERPROF.
       FD  PARMFIL-FILE.
           COPY PARMFIL.
       FD  QMNT-EXTRACT.
       01  QMNT-LINE               PIC X(43).
       FD  REFA-EXTRACT.
       01  REFA-LINE               PIC X(69).
       FD  BREJ-EXTRACT.
       01  BREJ-LINE               PIC X(24).
       FD  OPRACTV-RPT.
       01  RPT-LINE                PIC X(132).
       FD  BATCH-LOG-FILE.
       01  BL-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       COPY BATCHLOG.
       COPY JULDAY.

      * QMNT, REFA AND BREJ LINES - SAME LAYOUTS QUOTMNT, REFMNT AND
      * TESTBEC7 WRITE TO THEIR TD QUEUES
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
       01  WS-REFA-REC.
           02  REFA-FILE           PIC X(1).
           02  FILLER              PIC X.
           02  REFA-ACTION         PIC X(1).
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
       01  WS-REJECT-REC.
           02  REJ-TRNID           PIC X(4).
           02  FILLER              PIC X.
           02  REJ-OPID            PIC X(3).
           02  FILLER              PIC X.
           02  REJ-DATE            PIC 9(7).
           02  FILLER              PIC X.
           02  REJ-TIME            PIC 9(7).

       01  WS-PARM-EOF-SW          PIC X VALUE 'N'.
           88  WS-NO-MORE-PARMS        VALUE 'Y'.
       01  WS-EOF-SW               PIC X.
           88  WS-NO-MORE-INPUT        VALUE 'Y'.
       01  WS-OPER-FOUND-SW        PIC X.
           88  WS-OPER-FOUND           VALUE 'Y'.

       01  WS-RUN-DATE             PIC 9(8).
       01  WS-ACTV-DATE            PIC 9(8).

      * WORKING HOURS OFF PARMFIL ('ACTIVITY-DAY-START'/'-END', HHMM)
      * - A MISSING RECORD KEEPS THE DEFAULT
       01  WS-DAY-START            PIC 9(4) VALUE 0700.
       01  WS-DAY-END              PIC 9(4) VALUE 1900.

      * THE LAST JULIAN DATE DECODED, SO A RUN OF EVENTS ON THE SAME
      * DAY COSTS ONE JULDAY CALL
       01  WS-EVENT-JULIAN         PIC 9(7).
       01  WS-LAST-JULIAN          PIC 9(7) VALUE 0.
       01  WS-LAST-DATE            PIC 9(8) VALUE 0.
       01  WS-DAY-MATCH-SW         PIC X.
           88  WS-ON-ACTIVITY-DAY      VALUE 'Y'.

      * ONE EVENT BEING ADDED TO THE TABLE
       01  WS-NEW-OPID             PIC X(3).
       01  WS-NEW-TIME             PIC 9(7).
       01  WS-NEW-TIME-SW          PIC X.
       01  WS-NEW-CAT              PIC X(4).
       01  WS-NEW-DETAIL           PIC X(80).

      * THE DAY'S EVENTS, RANKED INTO OPID/TIME ORDER BEFORE PRINTING
       01  WS-EVT-TBL.
           02  EVT-ENTRY OCCURS 5000 TIMES.
               04  EV-KEY.
                   06  EV-OPID       PIC X(3).
                   06  EV-TIME       PIC 9(7).
               04  EV-TIME-SW        PIC X.
                   88  EV-TIME-KNOWN     VALUE 'Y'.
               04  EV-CAT            PIC X(4).
               04  EV-DETAIL         PIC X(80).
       01  WS-EVT-CNT              PIC 9(4) VALUE 0.
       01  WS-EVT-SUB              PIC 9(4).
       01  WS-FULL-CNT             PIC 9(5) VALUE 0.

      * OPID/TIME BUBBLE, THE SAME WAY GUI6PRI RANKS ITS TABLE
       01  WS-SORT-I               PIC 9(4).
       01  WS-SORT-J               PIC 9(4).
       01  WS-SWAP-ENTRY           PIC X(95).

      * THE KINDS OF ACTIVITY, IN THE ORDER THE BLOCK COUNTS THEM
       01  WS-CAT-VALUES.
           02  FILLER PIC X(14) VALUE 'CHG CHANGES   '.
           02  FILLER PIC X(14) VALUE 'ADD ADDS      '.
           02  FILLER PIC X(14) VALUE 'STATSTATUS    '.
           02  FILLER PIC X(14) VALUE 'OFFBOFFBOARDS '.
           02  FILLER PIC X(14) VALUE 'MRG MERGES    '.
           02  FILLER PIC X(14) VALUE 'REVTREVERTS   '.
           02  FILLER PIC X(14) VALUE 'APPRAPPROVALS '.
           02  FILLER PIC X(14) VALUE 'VIEWVIEWS     '.
           02  FILLER PIC X(14) VALUE 'NOTENOTES     '.
           02  FILLER PIC X(14) VALUE 'QUOTQUOTE MNT '.
           02  FILLER PIC X(14) VALUE 'REFDREF MNT   '.
           02  FILLER PIC X(14) VALUE 'PARMPARM CHGS '.
           02  FILLER PIC X(14) VALUE 'REJ BEC5 REJS '.
       01  WS-CAT-TBL REDEFINES WS-CAT-VALUES.
           02  CAT-ENTRY OCCURS 13 TIMES.
               04  CAT-CODE          PIC X(4).
               04  CAT-LABEL         PIC X(10).
       01  WS-CAT-COUNTS.
           02  CAT-CNT OCCURS 13 TIMES PIC 9(5).
       01  WS-CAT-SUB              PIC 9(2).

      * ONE OPERATOR'S BLOCK
       01  WS-BLK-OPID             PIC X(3).
       01  WS-BLK-START            PIC 9(4).
       01  WS-BLK-END              PIC 9(4).
       01  WS-BLK-CNT              PIC 9(5).
       01  WS-BLK-FIRST            PIC 9(7).
       01  WS-BLK-LAST             PIC 9(7).
       01  WS-BLK-TIMED-SW         PIC X.
           88  WS-BLK-TIMED            VALUE 'Y'.
       01  WS-BLK-ODD-CNT          PIC 9(5).
       01  WS-EV-HHMM              PIC 9(4).
       01  WS-OPER-CNT             PIC 9(5) VALUE 0.
       01  WS-ODD-OPER-CNT         PIC 9(5) VALUE 0.

       01  WS-TIME-IN              PIC 9(7).
       01  WS-TIME-IN-R REDEFINES WS-TIME-IN.
           02  FILLER              PIC 9.
           02  WS-TIME-HH          PIC 9(2).
           02  WS-TIME-MM          PIC 9(2).
           02  WS-TIME-SS          PIC 9(2).
       01  WS-TIME-OUT.
           02  WS-TIME-OUT-HH      PIC 9(2).
           02  FILLER              PIC X VALUE ':'.
           02  WS-TIME-OUT-MM      PIC 9(2).
           02  FILLER              PIC X VALUE ':'.
           02  WS-TIME-OUT-SS      PIC 9(2).

       01  WS-TASK-ED              PIC 9(7).
       01  WS-LEN-ED               PIC 9(4).
       01  WS-LEN-ED2              PIC 9(4).

       01  WS-HDG-1.
           02  FILLER       PIC X(36) VALUE
               'DAILY OPERATOR ACTIVITY SUMMARY FOR '.
           02  HDG-ACTV-DATE PIC 9(8).
           02  FILLER       PIC X(17) VALUE '   WORKING HOURS '.
           02  HDG-START    PIC 9(4).
           02  FILLER       PIC X     VALUE '-'.
           02  HDG-END      PIC 9(4).
       01  WS-OPER-LINE.
           02  FILLER          PIC X(9) VALUE 'OPERATOR '.
           02  OPL-OPID        PIC X(3).
           02  FILLER          PIC X(2) VALUE SPACES.
           02  OPL-NAME        PIC X(20).
           02  FILLER          PIC X(7) VALUE ' LEVEL '.
           02  OPL-LEVEL       PIC X.
           02  FILLER          PIC X(8) VALUE '  FIRST '.
           02  OPL-FIRST       PIC X(8).
           02  FILLER          PIC X(7) VALUE '  LAST '.
           02  OPL-LAST        PIC X(8).
           02  FILLER          PIC X(9) VALUE '  EVENTS '.
           02  OPL-CNT         PIC ZZZZ9.
           02  FILLER          PIC X(2) VALUE SPACES.
           02  OPL-FLAG        PIC X(30).
       01  WS-COUNT-LINE.
           02  FILLER          PIC X(4) VALUE SPACES.
           02  CNL-ITEM OCCURS 7 TIMES.
               04  CNL-LABEL   PIC X(10).
               04  CNL-CNT     PIC ZZZZ9.
               04  FILLER      PIC X(3).
       01  WS-CNL-SUB              PIC 9(2).
       01  WS-EVENT-LINE.
           02  FILLER          PIC X(4) VALUE SPACES.
           02  EVL-ODD         PIC X.
           02  EVL-TIME        PIC X(8).
           02  FILLER          PIC X(2) VALUE SPACES.
           02  EVL-CAT         PIC X(4).
           02  FILLER          PIC X(2) VALUE SPACES.
           02  EVL-DETAIL      PIC X(80).
       01  WS-SUMMARY-LINE.
           02  FILLER          PIC X(11) VALUE 'OPERATORS='.
           02  SUM-OPERS       PIC ZZZZ9.
           02  FILLER          PIC X(9)  VALUE '  EVENTS='.
           02  SUM-EVENTS      PIC ZZZZ9.
           02  FILLER          PIC X(22) VALUE
               '  OUTSIDE-HOURS OPIDS='.
           02  SUM-ODD         PIC ZZZZ9.
       01  WS-FULL-LINE.
           02  FILLER          PIC X(44) VALUE
               '*** EVENT TABLE FULL - EVENTS NOT LISTED='.
           02  FUL-CNT         PIC ZZZZ9.
       01  WS-BL-DETAIL.
           02  FILLER       PIC X(8)  VALUE 'OPRACTV '.
           02  FILLER       PIC X(6)  VALUE 'OPERS='.
           02  BLD-OPERS    PIC ZZZZ9.
           02  FILLER       PIC X(8)  VALUE ' EVENTS='.
           02  BLD-EVENTS   PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM WRITE-BATCH-START-ENTRY
           PERFORM READ-ACTIVITY-DATE-PARM
           PERFORM COLLECT-PARAMETER-CHANGES
           PERFORM COLLECT-HIST-ACTIVITY
           PERFORM COLLECT-VIEW-ACTIVITY
           PERFORM COLLECT-NOTE-ACTIVITY
           PERFORM COLLECT-QUOTE-MAINTENANCE
           PERFORM COLLECT-REFERENCE-MAINTENANCE
           PERFORM COLLECT-BEC5-REJECTIONS
           PERFORM RANK-EVENT-TABLE
           OPEN INPUT OPERPROF-FILE
           OPEN OUTPUT OPRACTV-RPT
           PERFORM WRITE-REPORT-HEADING
           MOVE 1 TO WS-EVT-SUB
           PERFORM UNTIL WS-EVT-SUB > WS-EVT-CNT
               PERFORM REPORT-ONE-OPERATOR
           END-PERFORM
           PERFORM WRITE-SUMMARY-LINES
           CLOSE OPRACTV-RPT
           CLOSE OPERPROF-FILE
           PERFORM WRITE-BATCH-LOG-ENTRY
           DISPLAY 'OPRACTV ACTIVITY DATE: ' WS-ACTV-DATE
           DISPLAY 'OPRACTV OPERATORS:     ' WS-OPER-CNT
           DISPLAY 'OPRACTV EVENTS:        ' WS-EVT-CNT
           STOP RUN.

      * OPTIONAL SYSIN OVERRIDE OF THE ACTIVITY DATE - A MISSING FILE
      * OR BLANK CARD REPORTS TODAY; A CARD THAT IS NOT A DATE IS
      * REFUSED RATHER THAN QUIETLY REPORTING THE WRONG DAY
       READ-ACTIVITY-DATE-PARM.
           MOVE WS-RUN-DATE TO WS-ACTV-DATE
           OPEN INPUT PARM-FILE
           READ PARM-FILE
               AT END SET WS-NO-MORE-PARMS TO TRUE
           END-READ
           IF NOT WS-NO-MORE-PARMS
                   AND PARM-ACTV-DATE NOT = SPACES
               IF PARM-ACTV-DATE IS NUMERIC
                   MOVE PARM-ACTV-DATE TO WS-ACTV-DATE
               ELSE
                   DISPLAY 'OPRACTV SYSIN DATE ' PARM-ACTV-DATE
                       ' NOT YYYYMMDD - RUN REFUSED'
                   CLOSE PARM-FILE
                   MOVE 'FAIL' TO BL-STATUS
                   MOVE SPACES TO BL-DETAIL
                   PERFORM WRITE-BATCH-LOG-LINE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           CLOSE PARM-FILE.

      * ONE PASS OVER PARMFIL PICKS UP THE WORKING HOURS AND EVERY
      * PARAMETER LAST CHANGED ON THE ACTIVITY DAY. PARMFIL HOLDS
      * ONLY THE LATEST CHANGE, AND NO TIME OF DAY, SO THESE EVENTS
      * LIST FIRST AND DO NOT MOVE THE FIRST/LAST TIMES
       COLLECT-PARAMETER-CHANGES.
           OPEN INPUT PARMFIL-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-PARMFIL-RECORD
           PERFORM UNTIL WS-NO-MORE-INPUT
               IF PRM-NAME = 'ACTIVITY-DAY-START'
                       AND PRM-VALUE NOT = SPACES
                   COMPUTE WS-DAY-START = FUNCTION NUMVAL(PRM-VALUE)
               END-IF
               IF PRM-NAME = 'ACTIVITY-DAY-END'
                       AND PRM-VALUE NOT = SPACES
                   COMPUTE WS-DAY-END = FUNCTION NUMVAL(PRM-VALUE)
               END-IF
               IF PRM-CHG-DATE = WS-ACTV-DATE
                       AND PRM-CHG-OPID NOT = SPACES
                   MOVE PRM-CHG-OPID TO WS-NEW-OPID
                   MOVE 0 TO WS-NEW-TIME
                   MOVE 'N' TO WS-NEW-TIME-SW
                   MOVE 'PARM' TO WS-NEW-CAT
                   MOVE SPACES TO WS-NEW-DETAIL
                   STRING 'PARAMETER ' PRM-NAME
                          ' SET TO ' PRM-VALUE
                       DELIMITED BY SIZE INTO WS-NEW-DETAIL
                   PERFORM ADD-EVENT
               END-IF
               PERFORM READ-PARMFIL-RECORD
           END-PERFORM
           CLOSE PARMFIL-FILE.

      * THE KEYING OPERATOR IS THE MAKER WHEN ONE IS STAMPED, ELSE
      * HIST-OPID; EACH CHECKER STAMP IS AN APPROVAL ON ITS OWN DAY
       COLLECT-HIST-ACTIVITY.
           OPEN INPUT GUI6HIST-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-HIST-RECORD
           PERFORM UNTIL WS-NO-MORE-INPUT
               MOVE HIST-DATE TO WS-EVENT-JULIAN
               PERFORM CHECK-ACTIVITY-DAY
               IF WS-ON-ACTIVITY-DAY
                   PERFORM NOTE-KEYED-CHANGE
               END-IF
               IF HIST-CHECKER-OPID NOT = SPACES
                   MOVE HIST-APPR-DATE TO WS-EVENT-JULIAN
                   PERFORM CHECK-ACTIVITY-DAY
                   IF WS-ON-ACTIVITY-DAY
                       MOVE HIST-CHECKER-OPID TO WS-NEW-OPID
                       MOVE HIST-APPR-TIME TO WS-NEW-TIME
                       PERFORM NOTE-APPROVAL
                   END-IF
               END-IF
               IF HIST-CHECKER2-OPID NOT = SPACES
                   MOVE HIST-APPR2-DATE TO WS-EVENT-JULIAN
                   PERFORM CHECK-ACTIVITY-DAY
                   IF WS-ON-ACTIVITY-DAY
                       MOVE HIST-CHECKER2-OPID TO WS-NEW-OPID
                       MOVE HIST-APPR2-TIME TO WS-NEW-TIME
                       PERFORM NOTE-APPROVAL
                   END-IF
               END-IF
               PERFORM READ-HIST-RECORD
           END-PERFORM
           CLOSE GUI6HIST-FILE.

       NOTE-KEYED-CHANGE.
           MOVE HIST-MAKER-OPID TO WS-NEW-OPID
           IF WS-NEW-OPID = SPACES
               MOVE HIST-OPID TO WS-NEW-OPID
           END-IF
           MOVE HIST-TIME TO WS-NEW-TIME
           MOVE 'Y' TO WS-NEW-TIME-SW
           MOVE HIST-TASKN TO WS-TASK-ED
           MOVE SPACES TO WS-NEW-DETAIL
           EVALUATE TRUE
               WHEN HIST-TYPE-ADD
                   MOVE 'ADD ' TO WS-NEW-CAT
                   STRING 'TASK ' WS-TASK-ED
                          ' ADDED ' HIST-NEW-NAME
                       DELIMITED BY SIZE INTO WS-NEW-DETAIL
               WHEN HIST-TYPE-STATUS
                   MOVE 'STAT' TO WS-NEW-CAT
                   STRING 'TASK ' WS-TASK-ED
                          ' STATUS ' HIST-OLD-STATUS
                          '->' HIST-NEW-STATUS
                          ' ' HIST-OLD-NAME
                       DELIMITED BY SIZE INTO WS-NEW-DETAIL
               WHEN HIST-TYPE-OFFBOARD
                   MOVE 'OFFB' TO WS-NEW-CAT
                   STRING 'TASK ' WS-TASK-ED
                          ' OFFBOARD ' HIST-OLD-NAME
                       DELIMITED BY SIZE INTO WS-NEW-DETAIL
               WHEN HIST-TYPE-MERGE
                   MOVE 'MRG ' TO WS-NEW-CAT
                   STRING 'TASK ' WS-TASK-ED
                          ' MERGE ' HIST-OLD-NAME
                       DELIMITED BY SIZE INTO WS-NEW-DETAIL
               WHEN HIST-TYPE-REVERT
                   MOVE 'REVT' TO WS-NEW-CAT
                   STRING 'TASK ' WS-TASK-ED
                          ' REVERT ' HIST-OLD-NAME
                       DELIMITED BY SIZE INTO WS-NEW-DETAIL
               WHEN OTHER
                   MOVE 'CHG ' TO WS-NEW-CAT
                   IF HIST-PAYMEI-AMT NOT = 0
                           OR HIST-PAYME1I-AMT NOT = 0
                       STRING 'TASK ' WS-TASK-ED
                              ' PAYMENT CHANGE ' HIST-OLD-NAME
                           DELIMITED BY SIZE INTO WS-NEW-DETAIL
                   ELSE
                       STRING 'TASK ' WS-TASK-ED
                              ' CHANGE ' HIST-OLD-NAME
                           DELIMITED BY SIZE INTO WS-NEW-DETAIL
                   END-IF
           END-EVALUATE
           PERFORM ADD-EVENT.

       NOTE-APPROVAL.
           MOVE 'Y' TO WS-NEW-TIME-SW
           MOVE 'APPR' TO WS-NEW-CAT
           MOVE HIST-TASKN TO WS-TASK-ED
           MOVE SPACES TO WS-NEW-DETAIL
           STRING 'TASK ' WS-TASK-ED
                  ' APPROVED, MAKER ' HIST-MAKER-OPID
                  ' ' HIST-OLD-NAME
               DELIMITED BY SIZE INTO WS-NEW-DETAIL
           PERFORM ADD-EVENT.

      * CUSTOMER VIEWS OFF THE BREADLOG MIRROR OF THE BREAD QUEUE
       COLLECT-VIEW-ACTIVITY.
           OPEN INPUT BREADLOG-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-BREADLOG-RECORD
           PERFORM UNTIL WS-NO-MORE-INPUT
               MOVE BRD-DATE TO WS-EVENT-JULIAN
               PERFORM CHECK-ACTIVITY-DAY
               IF WS-ON-ACTIVITY-DAY AND BRD-OPID NOT = SPACES
                   MOVE BRD-OPID TO WS-NEW-OPID
                   MOVE BRD-TIME TO WS-NEW-TIME
                   MOVE 'Y' TO WS-NEW-TIME-SW
                   MOVE 'VIEW' TO WS-NEW-CAT
                   MOVE SPACES TO WS-NEW-DETAIL
                   STRING 'VIEWED ' BRD-CUST-NAME
                          ' VIA ' BRD-TRNID
                       DELIMITED BY SIZE INTO WS-NEW-DETAIL
                   PERFORM ADD-EVENT
               END-IF
               PERFORM READ-BREADLOG-RECORD
           END-PERFORM
           CLOSE BREADLOG-FILE.

      * NOTES TAKEN BY AN OPERATOR - NOTES ADDED UNDER A SYSTEM ID
      * (NT-OPID STARTING '*', E.G. THE GUI6ATO TAKEOVER ALERT) ARE
      * NOBODY'S ACTIVITY
       COLLECT-NOTE-ACTIVITY.
           OPEN INPUT CUSTNOTE-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-CUSTNOTE-RECORD
           PERFORM UNTIL WS-NO-MORE-INPUT
               MOVE NT-DATE TO WS-EVENT-JULIAN
               PERFORM CHECK-ACTIVITY-DAY
               IF WS-ON-ACTIVITY-DAY AND NT-OPID NOT = SPACES
                       AND NT-OPID(1:1) NOT = '*'
                   MOVE NT-OPID TO WS-NEW-OPID
                   MOVE NT-TIME TO WS-NEW-TIME
                   MOVE 'Y' TO WS-NEW-TIME-SW
                   MOVE 'NOTE' TO WS-NEW-CAT
                   MOVE SPACES TO WS-NEW-DETAIL
                   STRING 'NOTE ON CUSTOMER ' NT-CUST-NUMBER
                          ' ' NT-TEXT(1:40)
                       DELIMITED BY SIZE INTO WS-NEW-DETAIL
                   PERFORM ADD-EVENT
               END-IF
               PERFORM READ-CUSTNOTE-RECORD
           END-PERFORM
           CLOSE CUSTNOTE-FILE.

       COLLECT-QUOTE-MAINTENANCE.
           OPEN INPUT QMNT-EXTRACT
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-QMNT-RECORD
           PERFORM UNTIL WS-NO-MORE-INPUT
               MOVE QMNT-DATE TO WS-EVENT-JULIAN
               PERFORM CHECK-ACTIVITY-DAY
               IF WS-ON-ACTIVITY-DAY
                   MOVE QMNT-OPID TO WS-NEW-OPID
                   MOVE QMNT-TIME TO WS-NEW-TIME
                   MOVE 'Y' TO WS-NEW-TIME-SW
                   MOVE 'QUOT' TO WS-NEW-CAT
                   MOVE QMNT-OLD-LEN TO WS-LEN-ED
                   MOVE QMNT-NEW-LEN TO WS-LEN-ED2
                   MOVE SPACES TO WS-NEW-DETAIL
                   STRING 'QUOTE ' QMNT-ACTION
                          ' ' QMNT-TRNID '/' QMNT-SEQNO
                          '/' QMNT-LANG
                          ' LEN ' WS-LEN-ED '->' WS-LEN-ED2
                       DELIMITED BY SIZE INTO WS-NEW-DETAIL
                   PERFORM ADD-EVENT
               END-IF
               PERFORM READ-QMNT-RECORD
           END-PERFORM
           CLOSE QMNT-EXTRACT.

       COLLECT-REFERENCE-MAINTENANCE.
           OPEN INPUT REFA-EXTRACT
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-REFA-RECORD
           PERFORM UNTIL WS-NO-MORE-INPUT
               MOVE REFA-DATE TO WS-EVENT-JULIAN
               PERFORM CHECK-ACTIVITY-DAY
               IF WS-ON-ACTIVITY-DAY
                   MOVE REFA-OPID TO WS-NEW-OPID
                   MOVE REFA-TIME TO WS-NEW-TIME
                   MOVE 'Y' TO WS-NEW-TIME-SW
                   MOVE 'REFD' TO WS-NEW-CAT
                   MOVE SPACES TO WS-NEW-DETAIL
                   STRING 'FILE ' REFA-FILE
                          ' ' REFA-ACTION
                          ' KEY ' REFA-KEY
                          ' ' REFA-OLD-VALUE
                          '->' REFA-NEW-VALUE
                       DELIMITED BY SIZE INTO WS-NEW-DETAIL
                   PERFORM ADD-EVENT
               END-IF
               PERFORM READ-REFA-RECORD
           END-PERFORM
           CLOSE REFA-EXTRACT.

       COLLECT-BEC5-REJECTIONS.
           OPEN INPUT BREJ-EXTRACT
           MOVE 'N' TO WS-EOF-SW
           PERFORM READ-BREJ-RECORD
           PERFORM UNTIL WS-NO-MORE-INPUT
               MOVE REJ-DATE TO WS-EVENT-JULIAN
               PERFORM CHECK-ACTIVITY-DAY
               IF WS-ON-ACTIVITY-DAY
                   MOVE REJ-OPID TO WS-NEW-OPID
                   MOVE REJ-TIME TO WS-NEW-TIME
                   MOVE 'Y' TO WS-NEW-TIME-SW
                   MOVE 'REJ ' TO WS-NEW-CAT
                   MOVE SPACES TO WS-NEW-DETAIL
                   STRING 'NOT AUTHORIZED FOR TRANSID ' REJ-TRNID
                       DELIMITED BY SIZE INTO WS-NEW-DETAIL
                   PERFORM ADD-EVENT
               END-IF
               PERFORM READ-BREJ-RECORD
           END-PERFORM
           CLOSE BREJ-EXTRACT.

       CHECK-ACTIVITY-DAY.
           MOVE 'N' TO WS-DAY-MATCH-SW
           IF WS-EVENT-JULIAN NOT = 0
               IF WS-EVENT-JULIAN NOT = WS-LAST-JULIAN
                   MOVE WS-EVENT-JULIAN TO LK-JD-JULIAN
                   CALL 'JULDAY' USING JULDAY-PARMS
                   MOVE WS-EVENT-JULIAN TO WS-LAST-JULIAN
                   MOVE LK-JD-DATE TO WS-LAST-DATE
               END-IF
               IF WS-LAST-DATE = WS-ACTV-DATE
                   SET WS-ON-ACTIVITY-DAY TO TRUE
               END-IF
           END-IF.

       ADD-EVENT.
           IF WS-EVT-CNT < 5000
               ADD 1 TO WS-EVT-CNT
               MOVE WS-NEW-OPID    TO EV-OPID(WS-EVT-CNT)
               MOVE WS-NEW-TIME    TO EV-TIME(WS-EVT-CNT)
               MOVE WS-NEW-TIME-SW TO EV-TIME-SW(WS-EVT-CNT)
               MOVE WS-NEW-CAT     TO EV-CAT(WS-EVT-CNT)
               MOVE WS-NEW-DETAIL  TO EV-DETAIL(WS-EVT-CNT)
           ELSE
               ADD 1 TO WS-FULL-CNT
           END-IF.

       RANK-EVENT-TABLE.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-EVT-CNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                       UNTIL WS-SORT-J > WS-EVT-CNT - WS-SORT-I
                   IF EV-KEY(WS-SORT-J) > EV-KEY(WS-SORT-J + 1)
                       PERFORM SWAP-EVENT-ENTRIES
                   END-IF
               END-PERFORM
           END-PERFORM.

       SWAP-EVENT-ENTRIES.
           MOVE EVT-ENTRY(WS-SORT-J)     TO WS-SWAP-ENTRY
           MOVE EVT-ENTRY(WS-SORT-J + 1) TO EVT-ENTRY(WS-SORT-J)
           MOVE WS-SWAP-ENTRY            TO EVT-ENTRY(WS-SORT-J + 1).

      * ONE OPERATOR, STARTING AT WS-EVT-SUB: A FIRST PASS OVER THEIR
      * EVENTS FOR THE COUNTS AND FIRST/LAST TIMES, THEN THE HEADER,
      * COUNTS AND EVENT LINES. LEAVES WS-EVT-SUB ON THE NEXT OPID
       REPORT-ONE-OPERATOR.
           ADD 1 TO WS-OPER-CNT
           MOVE EV-OPID(WS-EVT-SUB) TO WS-BLK-OPID
           MOVE WS-EVT-SUB TO WS-BLK-START
           MOVE 0 TO WS-BLK-CNT WS-BLK-ODD-CNT WS-BLK-FIRST
                     WS-BLK-LAST
           MOVE 'N' TO WS-BLK-TIMED-SW
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > 13
               MOVE 0 TO CAT-CNT(WS-CAT-SUB)
           END-PERFORM
           PERFORM UNTIL WS-EVT-SUB > WS-EVT-CNT
                      OR EV-OPID(WS-EVT-SUB) NOT = WS-BLK-OPID
               ADD 1 TO WS-BLK-CNT
               PERFORM COUNT-EVENT-CATEGORY
               IF EV-TIME-KNOWN(WS-EVT-SUB)
                   IF NOT WS-BLK-TIMED
                       MOVE EV-TIME(WS-EVT-SUB) TO WS-BLK-FIRST
                       SET WS-BLK-TIMED TO TRUE
                   END-IF
                   MOVE EV-TIME(WS-EVT-SUB) TO WS-BLK-LAST
                   PERFORM CHECK-WORKING-HOURS
                   IF WS-EV-HHMM < WS-DAY-START
                           OR WS-EV-HHMM >= WS-DAY-END
                       ADD 1 TO WS-BLK-ODD-CNT
                   END-IF
               END-IF
               ADD 1 TO WS-EVT-SUB
           END-PERFORM
           MOVE WS-EVT-SUB TO WS-BLK-END
           PERFORM WRITE-OPERATOR-HEADER
           PERFORM WRITE-CATEGORY-COUNTS
           PERFORM VARYING WS-EVT-SUB FROM WS-BLK-START BY 1
                   UNTIL WS-EVT-SUB >= WS-BLK-END
               PERFORM WRITE-EVENT-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-BLK-END TO WS-EVT-SUB.

       COUNT-EVENT-CATEGORY.
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > 13
               IF CAT-CODE(WS-CAT-SUB) = EV-CAT(WS-EVT-SUB)
                   ADD 1 TO CAT-CNT(WS-CAT-SUB)
               END-IF
           END-PERFORM.

      * EIBTIME IS 0HHMMSS - HHMM IS WHAT THE WORKING HOURS ARE KEPT IN
       CHECK-WORKING-HOURS.
           COMPUTE WS-EV-HHMM = EV-TIME(WS-EVT-SUB) / 100.

       WRITE-OPERATOR-HEADER.
           MOVE SPACES TO OPL-FLAG
           MOVE WS-BLK-OPID TO OPL-OPID
           MOVE WS-BLK-OPID TO OP-OPID
           MOVE 'Y' TO WS-OPER-FOUND-SW
           READ OPERPROF-FILE
               INVALID KEY MOVE 'N' TO WS-OPER-FOUND-SW
           END-READ
           IF WS-OPER-FOUND
               MOVE OP-NAME TO OPL-NAME
               MOVE OP-AUTH-LEVEL TO OPL-LEVEL
           ELSE
               MOVE '*** NOT ON OPERPROF' TO OPL-NAME
               MOVE '?' TO OPL-LEVEL
           END-IF
           IF WS-BLK-TIMED
               MOVE WS-BLK-FIRST TO WS-TIME-IN
               PERFORM FORMAT-EVENT-TIME
               MOVE WS-TIME-OUT TO OPL-FIRST
               MOVE WS-BLK-LAST TO WS-TIME-IN
               PERFORM FORMAT-EVENT-TIME
               MOVE WS-TIME-OUT TO OPL-LAST
           ELSE
               MOVE 'NONE' TO OPL-FIRST OPL-LAST
           END-IF
           MOVE WS-BLK-CNT TO OPL-CNT
           IF WS-BLK-ODD-CNT > 0
               MOVE '*** OUTSIDE WORKING HOURS' TO OPL-FLAG
               ADD 1 TO WS-ODD-OPER-CNT
           END-IF
           MOVE WS-OPER-LINE TO RPT-LINE
           WRITE RPT-LINE.

      * THE NON-ZERO COUNTS, SEVEN TO A LINE
       WRITE-CATEGORY-COUNTS.
           MOVE SPACES TO WS-COUNT-LINE
           MOVE 0 TO WS-CNL-SUB
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
                   UNTIL WS-CAT-SUB > 13
               IF CAT-CNT(WS-CAT-SUB) > 0
                   IF WS-CNL-SUB = 7
                       MOVE WS-COUNT-LINE TO RPT-LINE
                       WRITE RPT-LINE
                       MOVE SPACES TO WS-COUNT-LINE
                       MOVE 0 TO WS-CNL-SUB
                   END-IF
                   ADD 1 TO WS-CNL-SUB
                   MOVE CAT-LABEL(WS-CAT-SUB) TO CNL-LABEL(WS-CNL-SUB)
                   MOVE CAT-CNT(WS-CAT-SUB)   TO CNL-CNT(WS-CNL-SUB)
               END-IF
           END-PERFORM
           IF WS-CNL-SUB > 0
               MOVE WS-COUNT-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       WRITE-EVENT-LINE.
           MOVE SPACES TO WS-EVENT-LINE
           IF EV-TIME-KNOWN(WS-EVT-SUB)
               MOVE EV-TIME(WS-EVT-SUB) TO WS-TIME-IN
               PERFORM FORMAT-EVENT-TIME
               MOVE WS-TIME-OUT TO EVL-TIME
               PERFORM CHECK-WORKING-HOURS
               IF WS-EV-HHMM < WS-DAY-START
                       OR WS-EV-HHMM >= WS-DAY-END
                   MOVE '*' TO EVL-ODD
               END-IF
           ELSE
               MOVE '--:--:--' TO EVL-TIME
           END-IF
           MOVE EV-CAT(WS-EVT-SUB)    TO EVL-CAT
           MOVE EV-DETAIL(WS-EVT-SUB) TO EVL-DETAIL
           MOVE WS-EVENT-LINE TO RPT-LINE
           WRITE RPT-LINE.

       FORMAT-EVENT-TIME.
           MOVE WS-TIME-HH TO WS-TIME-OUT-HH
           MOVE WS-TIME-MM TO WS-TIME-OUT-MM
           MOVE WS-TIME-SS TO WS-TIME-OUT-SS.

       READ-PARMFIL-RECORD.
           READ PARMFIL-FILE NEXT
               AT END SET WS-NO-MORE-INPUT TO TRUE
           END-READ.

       READ-HIST-RECORD.
           READ GUI6HIST-FILE NEXT
               AT END SET WS-NO-MORE-INPUT TO TRUE
           END-READ.

       READ-BREADLOG-RECORD.
           READ BREADLOG-FILE NEXT
               AT END SET WS-NO-MORE-INPUT TO TRUE
           END-READ.

       READ-CUSTNOTE-RECORD.
           READ CUSTNOTE-FILE NEXT
               AT END SET WS-NO-MORE-INPUT TO TRUE
           END-READ.

       READ-QMNT-RECORD.
           READ QMNT-EXTRACT INTO WS-QMNT-REC
               AT END SET WS-NO-MORE-INPUT TO TRUE
           END-READ.

       READ-REFA-RECORD.
           READ REFA-EXTRACT INTO WS-REFA-REC
               AT END SET WS-NO-MORE-INPUT TO TRUE
           END-READ.

       READ-BREJ-RECORD.
           READ BREJ-EXTRACT INTO WS-REJECT-REC
               AT END SET WS-NO-MORE-INPUT TO TRUE
           END-READ.

       WRITE-REPORT-HEADING.
           MOVE WS-ACTV-DATE TO HDG-ACTV-DATE
           MOVE WS-DAY-START TO HDG-START
           MOVE WS-DAY-END   TO HDG-END
           MOVE WS-HDG-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       WRITE-SUMMARY-LINES.
           MOVE WS-OPER-CNT     TO SUM-OPERS
           MOVE WS-EVT-CNT      TO SUM-EVENTS
           MOVE WS-ODD-OPER-CNT TO SUM-ODD
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF WS-FULL-CNT > 0
               MOVE WS-FULL-CNT TO FUL-CNT
               MOVE WS-FULL-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      * A FULL EVENT TABLE MEANS THE REPORT IS INCOMPLETE - A WARN ON
      * THE DASHBOARD
       WRITE-BATCH-LOG-ENTRY.
           IF WS-FULL-CNT > 0
               MOVE 'WARN' TO BL-STATUS
           ELSE
               MOVE 'DONE' TO BL-STATUS
           END-IF
           MOVE WS-OPER-CNT TO BLD-OPERS
           MOVE WS-EVT-CNT  TO BLD-EVENTS
           MOVE WS-BL-DETAIL TO BL-DETAIL
           PERFORM WRITE-BATCH-LOG-LINE.

       WRITE-BATCH-LOG-LINE.
           MOVE 'OPRACTV' TO BL-PROGRAM
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.

      * ONE 'STRT' ENTRY AT JOB ENTRY, PAIRED BY BATCHWIN WITH THE
      * COMPLETION ENTRY ABOVE
       WRITE-BATCH-START-ENTRY.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE 'STRT' TO BL-STATUS
           MOVE SPACES TO BL-DETAIL
           PERFORM WRITE-BATCH-LOG-LINE.
