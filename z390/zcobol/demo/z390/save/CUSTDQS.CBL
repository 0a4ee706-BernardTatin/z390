      ***************************************************************
      * Author.  Maintenance team, following the SODAUDIT/ZIPXTR
      *          style
      * Remarks. CUSTFIL data-quality scorecard. Years of keying
      *          have left CUSTFIL inconsistent - 'STREET' next to
      *          'ST', 'APT' next to '#', digits in names, trailing
      *          punctuation, addresses with no house number - which
      *          hurts NAMENORM matching, ADRNVER's street-pattern
      *          check and mail delivery. This walks CUSTFIL by key
      *          and scores every customer out of 100 against the
      *          rules table below, each broken rule taking off its
      *          weight. The CUSTDQRP report lists the worst records
      *          (PARMFIL 'DQ-WORST-COUNT', default 25, at most 100),
      *          the average score for each zip territory (the same
      *          leading-digit bands ZIPXTR splits on), and how many
      *          customers break each rule.
      *
      *          Where a rule can be fixed mechanically - spacing,
      *          trailing punctuation, a spelled-out street suffix
      *          or unit designator - the standardized name/address
      *          is proposed as a change card on DQCHG, in the
      *          GUI6CHG card layout GUI6BMNT reads: the customer
      *          number, the new name and/or address, reason code
      *          DQS (data-quality standardization) and the
      *          customer's CUST-LAST-UPD stamp as the as-of, so a
      *          customer changed between this run and the GUI6BMNT
      *          run is rejected rather than overwritten. After
      *          review the deck is fed to GUI6BMNT as its GUI6CHG
      *          input, so every correction goes through the normal
      *          edits and leaves its GUI6HIST trail. Digits in a
      *          name and a missing house number need a person and
      *          are reported only. Customers already anonymized
      *          (a certificate on ANONCERT) are not scored.
      ***************************************************************
      * 10/15/26 RPI 2242 INITIAL CODING
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTDQS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTFIL-FILE ASSIGN TO 'CUSTFIL'
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY CUST-KEY
               ALTERNATE RECORD KEY CUST-NAME.
           SELECT OPTIONAL ANONCERT-FILE ASSIGN TO 'ANONCERT'
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY AC-KEY.
           SELECT REASONCD-FILE ASSIGN TO 'REASONCD'
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY RC-KEY.
           SELECT OPTIONAL PARMFIL-FILE ASSIGN TO 'PARMFIL'
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY PRM-KEY.
           SELECT DQCHG-OUT ASSIGN TO 'DQCHG'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CUSTDQS-RPT ASSIGN TO 'CUSTDQRP'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BATCH-LOG-FILE ASSIGN TO 'BATCHLOG'
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTFIL-FILE.
           COPY CUSTFIL.
       FD  ANONCERT-FILE.
           COPY ANONCERT.
       FD  REASONCD-FILE.
           COPY REASONCD.
       FD  PARMFIL-FILE.
           COPY PARMFIL.
      * THE GUI6BMNT CHANGE CARD - SEE GUI6BMNT FOR THE COLUMNS
       FD  DQCHG-OUT.
       01  DQC-CARD.
           02  DQC-CUST-KEY         PIC X(40).
           02  DQC-NEW-NAME         PIC X(40).
           02  DQC-NEW-ADDR         PIC X(40).
           02  DQC-NEW-ZIP          PIC X(5).
           02  DQC-REASON-CD        PIC X(3).
           02  DQC-ASOF-DATE        PIC X(7).
           02  DQC-ASOF-TIME        PIC X(7).
       FD  CUSTDQS-RPT.
       01  RPT-LINE                 PIC X(100).
       FD  BATCH-LOG-FILE.
       01  BL-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       COPY BATCHLOG.
       01  WS-EOF-SW                PIC X VALUE 'N'.
           88  WS-NO-MORE-CUST           VALUE 'Y'.
       01  WS-RUN-DATE.
           02  WS-RUN-YYYY          PIC 9(4).
           02  WS-RUN-MM            PIC 9(2).
           02  WS-RUN-DD            PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

      * THE REASON CODE EVERY PROPOSAL CARD CARRIES. IT MUST BE ON
      * THE REASONCD LIST (MAINTAINED THROUGH REFMNT) OR GUI6BMNT
      * REJECTS EVERY CARD - A MISSING CODE IS FLAGGED AS A WARNING
       01  WS-DQ-REASON-CD          PIC X(3) VALUE 'DQS'.
       01  WS-REASON-OK-SW          PIC X VALUE 'N'.
           88  WS-REASON-ON-FILE         VALUE 'Y'.

      * THE RULES. RL-WEIGHT IS TAKEN OFF A CUSTOMER'S 100 FOR EACH
      * RULE BROKEN; RL-FIX IS 'Y' WHERE THE PROPOSAL CARD CORRECTS
      * IT. RL-CNT COUNTS CUSTOMERS BREAKING THE RULE THIS RUN.
       01  WS-RULE-VALUES.
           02  FILLER PIC X(4)  VALUE 'NMDG'.
           02  FILLER PIC 9(2)  VALUE 25.
           02  FILLER PIC X     VALUE 'N'.
           02  FILLER PIC X(40) VALUE
               'DIGITS IN THE CUSTOMER NAME'.
           02  FILLER PIC X(4)  VALUE 'NOHN'.
           02  FILLER PIC 9(2)  VALUE 25.
           02  FILLER PIC X     VALUE 'N'.
           02  FILLER PIC X(40) VALUE
               'ADDRESS HAS NO HOUSE NUMBER'.
           02  FILLER PIC X(4)  VALUE 'SFXL'.
           02  FILLER PIC 9(2)  VALUE 10.
           02  FILLER PIC X     VALUE 'Y'.
           02  FILLER PIC X(40) VALUE
               'STREET SUFFIX SPELLED OUT (STREET, AVE)'.
           02  FILLER PIC X(4)  VALUE 'UNIT'.
           02  FILLER PIC 9(2)  VALUE 10.
           02  FILLER PIC X     VALUE 'Y'.
           02  FILLER PIC X(40) VALUE
               'UNIT KEYED AS # OR SPELLED OUT, NOT APT'.
           02  FILLER PIC X(4)  VALUE 'PUNC'.
           02  FILLER PIC 9(2)  VALUE 10.
           02  FILLER PIC X     VALUE 'Y'.
           02  FILLER PIC X(40) VALUE
               'TRAILING PUNCTUATION ON NAME OR ADDRESS'.
           02  FILLER PIC X(4)  VALUE 'SPAC'.
           02  FILLER PIC 9(2)  VALUE 05.
           02  FILLER PIC X     VALUE 'Y'.
           02  FILLER PIC X(40) VALUE
               'LEADING OR DOUBLED SPACES'.
       01  WS-RULE-TBL REDEFINES WS-RULE-VALUES.
           02  RULE-ENTRY OCCURS 6 TIMES.
               04  RL-ID             PIC X(4).
               04  RL-WEIGHT         PIC 9(2).
               04  RL-FIX            PIC X.
               04  RL-DESC           PIC X(40).
       01  WS-RULE-CTL.
           02  RULE-CTL OCCURS 6 TIMES.
               04  RL-BROKEN-SW      PIC X.
                   88  RL-BROKEN         VALUE 'Y'.
               04  RL-CNT            PIC 9(7).
       01  WS-RULE-CNT             PIC 9(2) VALUE 6.
       01  WS-RULE-SUB             PIC 9(2).
       01  WS-FIND-RULE            PIC X(4).

      * STANDARD FORMS FOR SPELLED-OUT STREET SUFFIXES AND UNIT
      * DESIGNATORS - THE POSTAL ABBREVIATIONS. SX-RULE SAYS WHICH
      * RULE A MATCH BREAKS.
       01  WS-SFX-VALUES.
           02  FILLER PIC X(12) VALUE 'STREET'.
           02  FILLER PIC X(4)  VALUE 'ST'.
           02  FILLER PIC X(4)  VALUE 'SFXL'.
           02  FILLER PIC X(12) VALUE 'AVENUE'.
           02  FILLER PIC X(4)  VALUE 'AVE'.
           02  FILLER PIC X(4)  VALUE 'SFXL'.
           02  FILLER PIC X(12) VALUE 'ROAD'.
           02  FILLER PIC X(4)  VALUE 'RD'.
           02  FILLER PIC X(4)  VALUE 'SFXL'.
           02  FILLER PIC X(12) VALUE 'DRIVE'.
           02  FILLER PIC X(4)  VALUE 'DR'.
           02  FILLER PIC X(4)  VALUE 'SFXL'.
           02  FILLER PIC X(12) VALUE 'BOULEVARD'.
           02  FILLER PIC X(4)  VALUE 'BLVD'.
           02  FILLER PIC X(4)  VALUE 'SFXL'.
           02  FILLER PIC X(12) VALUE 'LANE'.
           02  FILLER PIC X(4)  VALUE 'LN'.
           02  FILLER PIC X(4)  VALUE 'SFXL'.
           02  FILLER PIC X(12) VALUE 'COURT'.
           02  FILLER PIC X(4)  VALUE 'CT'.
           02  FILLER PIC X(4)  VALUE 'SFXL'.
           02  FILLER PIC X(12) VALUE 'PLACE'.
           02  FILLER PIC X(4)  VALUE 'PL'.
           02  FILLER PIC X(4)  VALUE 'SFXL'.
           02  FILLER PIC X(12) VALUE 'CIRCLE'.
           02  FILLER PIC X(4)  VALUE 'CIR'.
           02  FILLER PIC X(4)  VALUE 'SFXL'.
           02  FILLER PIC X(12) VALUE 'HIGHWAY'.
           02  FILLER PIC X(4)  VALUE 'HWY'.
           02  FILLER PIC X(4)  VALUE 'SFXL'.
           02  FILLER PIC X(12) VALUE 'PARKWAY'.
           02  FILLER PIC X(4)  VALUE 'PKWY'.
           02  FILLER PIC X(4)  VALUE 'SFXL'.
           02  FILLER PIC X(12) VALUE 'TERRACE'.
           02  FILLER PIC X(4)  VALUE 'TER'.
           02  FILLER PIC X(4)  VALUE 'SFXL'.
           02  FILLER PIC X(12) VALUE 'APARTMENT'.
           02  FILLER PIC X(4)  VALUE 'APT'.
           02  FILLER PIC X(4)  VALUE 'UNIT'.
           02  FILLER PIC X(12) VALUE 'SUITE'.
           02  FILLER PIC X(4)  VALUE 'STE'.
           02  FILLER PIC X(4)  VALUE 'UNIT'.
       01  WS-SFX-TBL REDEFINES WS-SFX-VALUES.
           02  SFX-ENTRY OCCURS 14 TIMES.
               04  SX-LONG           PIC X(12).
               04  SX-SHORT          PIC X(4).
               04  SX-RULE           PIC X(4).
       01  WS-SFX-CNT              PIC 9(2) VALUE 14.
       01  WS-SFX-SUB              PIC 9(2).

      * ONE NAME OR ADDRESS BROKEN INTO ITS WORDS, AND REBUILT WITH
      * SINGLE SPACES
       01  WS-SCAN-IN              PIC X(40).
       01  WS-SCAN-OUT             PIC X(40).
       01  WS-WORD-CNT             PIC 9(2) VALUE 0.
       01  WS-WORD-TBL.
           02  WORD-ENTRY OCCURS 20 TIMES.
               04  WD-TEXT           PIC X(40).
               04  WD-LEN            PIC 9(2).
       01  WS-WORD-SUB             PIC 9(2).
       01  WS-CH-SUB               PIC 9(2).
       01  WS-WD-POS               PIC 9(2).
       01  WS-OUT-PTR              PIC 9(2).
       01  WS-ONE-CHAR             PIC X.
           88  WS-PUNCT-CHAR            VALUE '.' ',' ';' ':' '-'
                                              '/'.
       01  WS-IN-WORD-SW           PIC X VALUE 'N'.
           88  WS-IN-WORD               VALUE 'Y'.
       01  WS-OVERFLOW-SW          PIC X VALUE 'N'.
           88  WS-OUT-OVERFLOW          VALUE 'Y'.
       01  WS-PUNCT-SW             PIC X VALUE 'N'.
           88  WS-ENDS-IN-PUNCT         VALUE 'Y'.
       01  WS-DIGIT-CNT            PIC 9(2) VALUE 0.
       01  WS-NEW-NAME             PIC X(40).
       01  WS-NEW-ADDR             PIC X(40).
       01  WS-REC-SCORE            PIC 9(3) VALUE 0.
       01  WS-RULE-LIST            PIC X(30).
       01  WS-LIST-PTR             PIC 9(2).

      * ZIP TERRITORIES - ZIPXTR'S LEADING-DIGIT BANDS, PLUS ONE FOR
      * A ZIP THAT DOES NOT START WITH A DIGIT
       01  WS-TER-VALUES.
           02  FILLER PIC X(10) VALUE 'ZIPTER1'.
           02  FILLER PIC X(10) VALUE 'ZIPTER2'.
           02  FILLER PIC X(10) VALUE 'ZIPTER3'.
           02  FILLER PIC X(10) VALUE 'ZIPTER4'.
           02  FILLER PIC X(10) VALUE 'ZIPTER5'.
           02  FILLER PIC X(10) VALUE 'NO ZIP'.
       01  WS-TER-NAMES REDEFINES WS-TER-VALUES.
           02  TER-NAME OCCURS 6 TIMES PIC X(10).
       01  WS-TER-TBL.
           02  TER-ENTRY OCCURS 6 TIMES.
               04  TER-CUST-CNT      PIC 9(7).
               04  TER-CLEAN-CNT     PIC 9(7).
               04  TER-SCORE-SUM     PIC 9(9).
               04  TER-CARD-CNT      PIC 9(7).
       01  WS-TER-SUB              PIC 9(2).
       01  WS-LEAD-DIGIT           PIC X.

      * THE WORST RECORDS SO FAR, LOWEST SCORE FIRST
       01  WS-WORST-MAX            PIC 9(3) VALUE 25.
       01  WS-WORST-CNT            PIC 9(3) VALUE 0.
       01  WS-WORST-TBL.
           02  WORST-ENTRY OCCURS 100 TIMES.
               04  WT-CUST-NUMBER    PIC 9(7).
               04  WT-CUST-NAME      PIC X(40).
               04  WT-SCORE          PIC 9(3).
               04  WT-RULES          PIC X(30).
       01  WS-WORST-SUB            PIC 9(3).
       01  WS-INSERT-SUB           PIC 9(3).

       01  WS-CUST-CNT             PIC 9(7) VALUE 0.
       01  WS-CLEAN-CNT            PIC 9(7) VALUE 0.
       01  WS-ANON-CNT             PIC 9(7) VALUE 0.
       01  WS-CARD-CNT             PIC 9(7) VALUE 0.
       01  WS-SCORE-SUM            PIC 9(9) VALUE 0.
       01  WS-AVG-SCORE            PIC 9(3)V9 VALUE 0.

       01  WS-HDG-1.
           02  FILLER       PIC X(30) VALUE
               'CUSTFIL DATA-QUALITY SCORECARD'.
           02  FILLER       PIC X(10) VALUE ' RUN DATE '.
           02  HDG-RUN-DATE PIC 9(8).
       01  WS-HDG-WORST.
           02  FILLER       PIC X(9)  VALUE 'CUSTOMER'.
           02  FILLER       PIC X(41) VALUE 'NAME'.
           02  FILLER       PIC X(7)  VALUE 'SCORE'.
           02  FILLER       PIC X(30) VALUE 'RULES BROKEN'.
       01  WS-WORST-LINE.
           02  WL-CUST      PIC 9(7).
           02  FILLER       PIC X(2)  VALUE SPACES.
           02  WL-NAME      PIC X(40).
           02  FILLER       PIC X(1)  VALUE SPACE.
           02  WL-SCORE     PIC ZZ9.
           02  FILLER       PIC X(4)  VALUE SPACES.
           02  WL-RULES     PIC X(30).
       01  WS-HDG-TER.
           02  FILLER       PIC X(12) VALUE 'TERRITORY'.
           02  FILLER       PIC X(12) VALUE '   CUSTOMERS'.
           02  FILLER       PIC X(10) VALUE '     CLEAN'.
           02  FILLER       PIC X(10) VALUE '  AVERAGE'.
           02  FILLER       PIC X(10) VALUE '     CARDS'.
       01  WS-TER-LINE.
           02  TL-NAME      PIC X(10).
           02  FILLER       PIC X(2)  VALUE SPACES.
           02  TL-CUST      PIC Z(10)9.
           02  FILLER       PIC X(1)  VALUE SPACE.
           02  TL-CLEAN     PIC Z(8)9.
           02  FILLER       PIC X(4)  VALUE SPACES.
           02  TL-AVG       PIC ZZ9.9.
           02  FILLER       PIC X(1)  VALUE SPACE.
           02  TL-CARDS     PIC Z(8)9.
       01  WS-HDG-RULES.
           02  FILLER       PIC X(6)  VALUE 'RULE'.
           02  FILLER       PIC X(8)  VALUE 'WEIGHT'.
           02  FILLER       PIC X(6)  VALUE 'FIX'.
           02  FILLER       PIC X(42) VALUE 'DESCRIPTION'.
           02  FILLER       PIC X(9)  VALUE 'CUSTOMERS'.
       01  WS-RULE-LINE.
           02  RLL-ID       PIC X(4).
           02  FILLER       PIC X(4)  VALUE SPACES.
           02  RLL-WEIGHT   PIC Z9.
           02  FILLER       PIC X(4)  VALUE SPACES.
           02  RLL-FIX      PIC X(6).
           02  RLL-DESC     PIC X(40).
           02  FILLER       PIC X(2)  VALUE SPACES.
           02  RLL-CNT      PIC Z(6)9.
       01  WS-NOTE-LINE            PIC X(100).
       01  WS-SUMMARY-1.
           02  FILLER       PIC X(17) VALUE 'CUSTOMERS SCORED='.
           02  SUM-CUST     PIC ZZZZZZ9.
           02  FILLER       PIC X(3)  VALUE SPACES.
           02  FILLER       PIC X(6)  VALUE 'CLEAN='.
           02  SUM-CLEAN    PIC ZZZZZZ9.
           02  FILLER       PIC X(3)  VALUE SPACES.
           02  FILLER       PIC X(8)  VALUE 'AVERAGE='.
           02  SUM-AVG      PIC ZZ9.9.
           02  FILLER       PIC X(3)  VALUE SPACES.
           02  FILLER       PIC X(11) VALUE 'ANONYMIZED='.
           02  SUM-ANON     PIC ZZZZZZ9.
           02  FILLER       PIC X(3)  VALUE SPACES.
           02  FILLER       PIC X(6)  VALUE 'CARDS='.
           02  SUM-CARDS    PIC ZZZZZZ9.
       01  WS-BL-DETAIL.
           02  FILLER       PIC X(8)  VALUE 'CUSTDQS '.
           02  FILLER       PIC X(7)  VALUE 'SCORED='.
           02  BLD-CUST     PIC ZZZZZZ9.
           02  FILLER       PIC X(7)  VALUE ' CARDS='.
           02  BLD-CARDS    PIC ZZZZZZ9.
           02  FILLER       PIC X(4)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM WRITE-BATCH-START-ENTRY
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM READ-DQ-PARAMETERS
           PERFORM CHECK-DQ-REASON-CODE
           INITIALIZE WS-RULE-CTL
           INITIALIZE WS-TER-TBL
           OPEN OUTPUT CUSTDQS-RPT
           MOVE WS-RUN-DATE-NUM TO HDG-RUN-DATE
           MOVE WS-HDG-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF NOT WS-REASON-ON-FILE
               MOVE SPACES TO WS-NOTE-LINE
               STRING 'REASON CODE ' WS-DQ-REASON-CD
                   ' IS NOT ON REASONCD - ADD IT THROUGH REFMNT'
                   ' BEFORE FEEDING DQCHG TO GUI6BMNT'
                   DELIMITED BY SIZE INTO WS-NOTE-LINE
               MOVE WS-NOTE-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           OPEN INPUT CUSTFIL-FILE
           OPEN INPUT ANONCERT-FILE
           OPEN OUTPUT DQCHG-OUT
           PERFORM READ-CUST-RECORD
           PERFORM UNTIL WS-NO-MORE-CUST
               PERFORM SCORE-ONE-CUSTOMER
               PERFORM READ-CUST-RECORD
           END-PERFORM
           CLOSE CUSTFIL-FILE
           CLOSE ANONCERT-FILE
           CLOSE DQCHG-OUT
           PERFORM WRITE-WORST-RECORDS
           PERFORM WRITE-TERRITORY-SCORES
           PERFORM WRITE-RULE-COUNTS
           PERFORM WRITE-SUMMARY-LINE
           CLOSE CUSTDQS-RPT
           PERFORM WRITE-BATCH-LOG-ENTRY
           DISPLAY 'CUSTDQS CUSTOMERS SCORED:  ' WS-CUST-CNT
           DISPLAY 'CUSTDQS CUSTOMERS CLEAN:   ' WS-CLEAN-CNT
           DISPLAY 'CUSTDQS PROPOSAL CARDS:    ' WS-CARD-CNT
           STOP RUN.

      * THE WORST-RECORDS LIST LENGTH COMES OFF THE SHOP-WIDE PARMFIL
      * PARAMETER 'DQ-WORST-COUNT' - A MISSING RECORD KEEPS 25
       READ-DQ-PARAMETERS.
           OPEN INPUT PARMFIL-FILE
           MOVE 'DQ-WORST-COUNT' TO PRM-NAME
           READ PARMFIL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PRM-VALUE NOT = SPACES
                       COMPUTE WS-WORST-MAX =
                           FUNCTION NUMVAL(PRM-VALUE)
                   END-IF
           END-READ
           CLOSE PARMFIL-FILE
           IF WS-WORST-MAX > 100
               MOVE 100 TO WS-WORST-MAX
           END-IF.

       CHECK-DQ-REASON-CODE.
           OPEN INPUT REASONCD-FILE
           MOVE WS-DQ-REASON-CD TO RC-CODE
           READ REASONCD-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-REASON-ON-FILE TO TRUE
           END-READ
           CLOSE REASONCD-FILE.

       READ-CUST-RECORD.
           READ CUSTFIL-FILE NEXT
               AT END SET WS-NO-MORE-CUST TO TRUE
           END-READ.

      * ONE CUSTOMER - SKIP IT IF ANONYMIZED, OTHERWISE TEST EVERY
      * RULE, SCORE IT, ROLL IT INTO ITS TERRITORY AND THE WORST
      * LIST, AND WRITE A PROPOSAL CARD IF STANDARDIZING CHANGES IT
       SCORE-ONE-CUSTOMER.
           MOVE CUST-NUMBER TO AC-CUST-NUMBER
           READ ANONCERT-FILE
               INVALID KEY
                   PERFORM SCORE-LIVE-CUSTOMER
               NOT INVALID KEY
                   ADD 1 TO WS-ANON-CNT
           END-READ.

       SCORE-LIVE-CUSTOMER.
           ADD 1 TO WS-CUST-CNT
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-CNT
               MOVE 'N' TO RL-BROKEN-SW(WS-RULE-SUB)
           END-PERFORM
           PERFORM CHECK-NAME-RULES
           PERFORM CHECK-ADDRESS-RULES
           MOVE 100 TO WS-REC-SCORE
           MOVE SPACES TO WS-RULE-LIST
           MOVE 1 TO WS-LIST-PTR
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-CNT
               IF RL-BROKEN(WS-RULE-SUB)
                   ADD 1 TO RL-CNT(WS-RULE-SUB)
                   IF RL-WEIGHT(WS-RULE-SUB) > WS-REC-SCORE
                       MOVE 0 TO WS-REC-SCORE
                   ELSE
                       SUBTRACT RL-WEIGHT(WS-RULE-SUB)
                           FROM WS-REC-SCORE
                   END-IF
                   STRING RL-ID(WS-RULE-SUB) ' ' DELIMITED BY SIZE
                       INTO WS-RULE-LIST WITH POINTER WS-LIST-PTR
                   END-STRING
               END-IF
           END-PERFORM
           ADD WS-REC-SCORE TO WS-SCORE-SUM
           MOVE CUST-ZIP(1:1) TO WS-LEAD-DIGIT
           EVALUATE WS-LEAD-DIGIT
               WHEN '0' WHEN '1'
                   MOVE 1 TO WS-TER-SUB
               WHEN '2' WHEN '3'
                   MOVE 2 TO WS-TER-SUB
               WHEN '4' WHEN '5'
                   MOVE 3 TO WS-TER-SUB
               WHEN '6' WHEN '7'
                   MOVE 4 TO WS-TER-SUB
               WHEN '8' WHEN '9'
                   MOVE 5 TO WS-TER-SUB
               WHEN OTHER
                   MOVE 6 TO WS-TER-SUB
           END-EVALUATE
           ADD 1 TO TER-CUST-CNT(WS-TER-SUB)
           ADD WS-REC-SCORE TO TER-SCORE-SUM(WS-TER-SUB)
           IF WS-REC-SCORE = 100
               ADD 1 TO WS-CLEAN-CNT
               ADD 1 TO TER-CLEAN-CNT(WS-TER-SUB)
           ELSE
               PERFORM ADD-TO-WORST-LIST
           END-IF
           IF WS-NEW-NAME NOT = CUST-NAME
                   OR WS-NEW-ADDR NOT = CUST-ADDR
               PERFORM WRITE-PROPOSAL-CARD
               ADD 1 TO TER-CARD-CNT(WS-TER-SUB)
           END-IF.

      * NAME - DIGITS ARE REPORTED ONLY; SPACING AND TRAILING
      * PUNCTUATION ARE STANDARDIZED INTO WS-NEW-NAME
       CHECK-NAME-RULES.
           MOVE 0 TO WS-DIGIT-CNT
           INSPECT CUST-NAME TALLYING WS-DIGIT-CNT
               FOR ALL '0' ALL '1' ALL '2' ALL '3' ALL '4'
                   ALL '5' ALL '6' ALL '7' ALL '8' ALL '9'
           IF WS-DIGIT-CNT > 0
               MOVE 'NMDG' TO WS-FIND-RULE
               PERFORM MARK-RULE-BROKEN
           END-IF
           MOVE CUST-NAME TO WS-SCAN-IN
           PERFORM SPLIT-INTO-WORDS
           PERFORM REBUILD-FROM-WORDS
           IF WS-SCAN-OUT NOT = WS-SCAN-IN
               MOVE 'SPAC' TO WS-FIND-RULE
               PERFORM MARK-RULE-BROKEN
           END-IF
           PERFORM STRIP-TRAILING-PUNCT
           IF WS-ENDS-IN-PUNCT
               MOVE 'PUNC' TO WS-FIND-RULE
               PERFORM MARK-RULE-BROKEN
           END-IF
           MOVE WS-SCAN-OUT TO WS-NEW-NAME
           IF WS-NEW-NAME = SPACES
               MOVE CUST-NAME TO WS-NEW-NAME
           END-IF.

      * ADDRESS - THE FIRST WORD SHOULD BE A HOUSE NUMBER (A PO BOX
      * HAS NONE AND IS LEFT ALONE); SUFFIXES AND UNITS TAKE THEIR
      * POSTAL ABBREVIATIONS; SPACING AND TRAILING PUNCTUATION AS FOR
      * THE NAME
       CHECK-ADDRESS-RULES.
           MOVE CUST-ADDR TO WS-SCAN-IN
           PERFORM SPLIT-INTO-WORDS
           IF WS-WORD-CNT = 0
               MOVE 'NOHN' TO WS-FIND-RULE
               PERFORM MARK-RULE-BROKEN
           ELSE
               IF WD-TEXT(1)(1:1) IS NOT NUMERIC
                       AND WD-TEXT(1) NOT = 'PO'
                       AND WD-TEXT(1) NOT = 'P.O.'
                       AND WD-TEXT(1) NOT = 'POBOX'
                       AND WD-TEXT(1) NOT = 'BOX'
                       AND NOT (WD-TEXT(1) = 'P' AND WS-WORD-CNT > 1
                                AND WD-TEXT(2) = 'O')
                   MOVE 'NOHN' TO WS-FIND-RULE
                   PERFORM MARK-RULE-BROKEN
               END-IF
           END-IF
           PERFORM REBUILD-FROM-WORDS
           IF WS-SCAN-OUT NOT = WS-SCAN-IN
               MOVE 'SPAC' TO WS-FIND-RULE
               PERFORM MARK-RULE-BROKEN
           END-IF
           PERFORM VARYING WS-WORD-SUB FROM 1 BY 1
                   UNTIL WS-WORD-SUB > WS-WORD-CNT
               PERFORM STANDARDIZE-ADDRESS-WORD
           END-PERFORM
           PERFORM REBUILD-FROM-WORDS
           IF WS-OUT-OVERFLOW
               MOVE WS-SCAN-IN TO WS-SCAN-OUT
           END-IF
           PERFORM STRIP-TRAILING-PUNCT
           IF WS-ENDS-IN-PUNCT
               MOVE 'PUNC' TO WS-FIND-RULE
               PERFORM MARK-RULE-BROKEN
           END-IF
           MOVE WS-SCAN-OUT TO WS-NEW-ADDR
           IF WS-NEW-ADDR = SPACES
               MOVE CUST-ADDR TO WS-NEW-ADDR
           END-IF.

      * A '#' UNIT BECOMES 'APT' ('#4B' BECOMES 'APT 4B'); ANY WORD
      * AFTER THE FIRST FOUND ON THE SUFFIX TABLE TAKES ITS SHORT FORM
       STANDARDIZE-ADDRESS-WORD.
           IF WD-TEXT(WS-WORD-SUB)(1:1) = '#'
               MOVE 'UNIT' TO WS-FIND-RULE
               PERFORM MARK-RULE-BROKEN
               IF WD-LEN(WS-WORD-SUB) = 1
                   MOVE 'APT' TO WD-TEXT(WS-WORD-SUB)
                   MOVE 3 TO WD-LEN(WS-WORD-SUB)
               ELSE
                   MOVE WD-TEXT(WS-WORD-SUB)(2:) TO WS-SCAN-OUT
                   MOVE SPACES TO WD-TEXT(WS-WORD-SUB)
                   STRING 'APT ' WS-SCAN-OUT DELIMITED BY SIZE
                       INTO WD-TEXT(WS-WORD-SUB)
                   END-STRING
                   ADD 3 TO WD-LEN(WS-WORD-SUB)
               END-IF
           ELSE
               IF WS-WORD-SUB > 1
                   PERFORM VARYING WS-SFX-SUB FROM 1 BY 1
                           UNTIL WS-SFX-SUB > WS-SFX-CNT
                       IF WD-TEXT(WS-WORD-SUB) = SX-LONG(WS-SFX-SUB)
                           MOVE SX-RULE(WS-SFX-SUB) TO WS-FIND-RULE
                           PERFORM MARK-RULE-BROKEN
                           MOVE SX-SHORT(WS-SFX-SUB)
                               TO WD-TEXT(WS-WORD-SUB)
                           MOVE 0 TO WD-LEN(WS-WORD-SUB)
                           INSPECT SX-SHORT(WS-SFX-SUB)
                               TALLYING WD-LEN(WS-WORD-SUB)
                               FOR CHARACTERS BEFORE INITIAL SPACE
                           MOVE WS-SFX-CNT TO WS-SFX-SUB
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      * BREAK WS-SCAN-IN INTO ITS SPACE-SEPARATED WORDS
       SPLIT-INTO-WORDS.
           MOVE 0 TO WS-WORD-CNT
           MOVE 'N' TO WS-IN-WORD-SW
           PERFORM VARYING WS-CH-SUB FROM 1 BY 1
                   UNTIL WS-CH-SUB > 40
               IF WS-SCAN-IN(WS-CH-SUB:1) = SPACE
                   MOVE 'N' TO WS-IN-WORD-SW
               ELSE
                   IF NOT WS-IN-WORD
                       ADD 1 TO WS-WORD-CNT
                       MOVE SPACES TO WD-TEXT(WS-WORD-CNT)
                       MOVE 0 TO WD-LEN(WS-WORD-CNT)
                       SET WS-IN-WORD TO TRUE
                   END-IF
                   ADD 1 TO WD-LEN(WS-WORD-CNT)
                   MOVE WD-LEN(WS-WORD-CNT) TO WS-WD-POS
                   MOVE WS-SCAN-IN(WS-CH-SUB:1)
                       TO WD-TEXT(WS-WORD-CNT)(WS-WD-POS:1)
               END-IF
           END-PERFORM.

      * PUT THE WORDS BACK TOGETHER INTO WS-SCAN-OUT, ONE SPACE APART
      * - WS-OUT-OVERFLOW IF THEY NO LONGER FIT IN 40
       REBUILD-FROM-WORDS.
           MOVE SPACES TO WS-SCAN-OUT
           MOVE 1 TO WS-OUT-PTR
           MOVE 'N' TO WS-OVERFLOW-SW
           PERFORM VARYING WS-WORD-SUB FROM 1 BY 1
                   UNTIL WS-WORD-SUB > WS-WORD-CNT
                      OR WS-OUT-OVERFLOW
               IF WS-WORD-SUB > 1
                   STRING ' ' DELIMITED BY SIZE
                       INTO WS-SCAN-OUT WITH POINTER WS-OUT-PTR
                       ON OVERFLOW SET WS-OUT-OVERFLOW TO TRUE
                   END-STRING
               END-IF
               MOVE WD-LEN(WS-WORD-SUB) TO WS-WD-POS
               STRING WD-TEXT(WS-WORD-SUB)(1:WS-WD-POS)
                   DELIMITED BY SIZE
                   INTO WS-SCAN-OUT WITH POINTER WS-OUT-PTR
                   ON OVERFLOW SET WS-OUT-OVERFLOW TO TRUE
               END-STRING
           END-PERFORM.

      * BLANK OUT ANY PUNCTUATION AT THE END OF WS-SCAN-OUT, SETTING
      * WS-ENDS-IN-PUNCT IF THERE WAS ANY
       STRIP-TRAILING-PUNCT.
           MOVE 'N' TO WS-PUNCT-SW
           MOVE 40 TO WS-CH-SUB
           MOVE SPACE TO WS-ONE-CHAR
           PERFORM UNTIL WS-CH-SUB = 0
               MOVE WS-SCAN-OUT(WS-CH-SUB:1) TO WS-ONE-CHAR
               IF WS-PUNCT-CHAR
                   MOVE SPACE TO WS-SCAN-OUT(WS-CH-SUB:1)
                   SET WS-ENDS-IN-PUNCT TO TRUE
                   SUBTRACT 1 FROM WS-CH-SUB
               ELSE
                   IF WS-ONE-CHAR = SPACE
                       SUBTRACT 1 FROM WS-CH-SUB
                   ELSE
                       MOVE 0 TO WS-CH-SUB
                   END-IF
               END-IF
           END-PERFORM.

      * WS-FIND-RULE IS SET BY THE CALLER TO A RULE IN THE TABLE
       MARK-RULE-BROKEN.
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-CNT
               IF RL-ID(WS-RULE-SUB) = WS-FIND-RULE
                   SET RL-BROKEN(WS-RULE-SUB) TO TRUE
               END-IF
           END-PERFORM.

      * KEEP THE WS-WORST-MAX LOWEST SCORES, LOWEST FIRST - A TIE
      * GOES BEHIND THE CUSTOMERS ALREADY LISTED
       ADD-TO-WORST-LIST.
           MOVE 0 TO WS-INSERT-SUB
           PERFORM VARYING WS-WORST-SUB FROM 1 BY 1
                   UNTIL WS-WORST-SUB > WS-WORST-CNT
                      OR WS-INSERT-SUB > 0
               IF WS-REC-SCORE < WT-SCORE(WS-WORST-SUB)
                   MOVE WS-WORST-SUB TO WS-INSERT-SUB
               END-IF
           END-PERFORM
           IF WS-INSERT-SUB = 0
               IF WS-WORST-CNT < WS-WORST-MAX
                   ADD 1 TO WS-WORST-CNT
                   MOVE WS-WORST-CNT TO WS-INSERT-SUB
               END-IF
           ELSE
               IF WS-WORST-CNT < WS-WORST-MAX
                   ADD 1 TO WS-WORST-CNT
               END-IF
               PERFORM VARYING WS-WORST-SUB FROM WS-WORST-CNT BY -1
                       UNTIL WS-WORST-SUB <= WS-INSERT-SUB
                   MOVE WORST-ENTRY(WS-WORST-SUB - 1)
                       TO WORST-ENTRY(WS-WORST-SUB)
               END-PERFORM
           END-IF
           IF WS-INSERT-SUB > 0
               MOVE CUST-NUMBER  TO WT-CUST-NUMBER(WS-INSERT-SUB)
               MOVE CUST-NAME    TO WT-CUST-NAME(WS-INSERT-SUB)
               MOVE WS-REC-SCORE TO WT-SCORE(WS-INSERT-SUB)
               MOVE WS-RULE-LIST TO WT-RULES(WS-INSERT-SUB)
           END-IF.

      * A GUI6BMNT CARD KEYED BY CUSTOMER NUMBER, CARRYING ONLY THE
      * FIELDS STANDARDIZING CHANGED AND THE CUST-LAST-UPD STAMP AS
      * THE AS-OF (LEFT BLANK WHEN THE STAMP WAS NEVER RECORDED)
       WRITE-PROPOSAL-CARD.
           MOVE SPACES TO DQC-CARD
           MOVE CUST-NUMBER TO DQC-CUST-KEY(1:7)
           IF WS-NEW-NAME NOT = CUST-NAME
               MOVE WS-NEW-NAME TO DQC-NEW-NAME
           END-IF
           IF WS-NEW-ADDR NOT = CUST-ADDR
               MOVE WS-NEW-ADDR TO DQC-NEW-ADDR
           END-IF
           MOVE WS-DQ-REASON-CD TO DQC-REASON-CD
           IF CUST-LAST-UPD-OPID NOT = SPACES
                   AND CUST-LAST-UPD-DATE IS NUMERIC
                   AND CUST-LAST-UPD-TIME IS NUMERIC
               MOVE CUST-LAST-UPD-DATE TO DQC-ASOF-DATE
               MOVE CUST-LAST-UPD-TIME TO DQC-ASOF-TIME
           END-IF
           WRITE DQC-CARD
           ADD 1 TO WS-CARD-CNT.

       WRITE-WORST-RECORDS.
           MOVE 'LOWEST-SCORING CUSTOMERS' TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HDG-WORST TO RPT-LINE
           WRITE RPT-LINE
           IF WS-WORST-CNT = 0
               MOVE 'NO CUSTOMER BREAKS ANY RULE' TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           PERFORM VARYING WS-WORST-SUB FROM 1 BY 1
                   UNTIL WS-WORST-SUB > WS-WORST-CNT
               MOVE WT-CUST-NUMBER(WS-WORST-SUB) TO WL-CUST
               MOVE WT-CUST-NAME(WS-WORST-SUB)   TO WL-NAME
               MOVE WT-SCORE(WS-WORST-SUB)       TO WL-SCORE
               MOVE WT-RULES(WS-WORST-SUB)       TO WL-RULES
               MOVE WS-WORST-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       WRITE-TERRITORY-SCORES.
           MOVE 'SCORE BY ZIP TERRITORY' TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HDG-TER TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-TER-SUB FROM 1 BY 1
                   UNTIL WS-TER-SUB > 6
               IF TER-CUST-CNT(WS-TER-SUB) > 0
                   MOVE TER-NAME(WS-TER-SUB)      TO TL-NAME
                   MOVE TER-CUST-CNT(WS-TER-SUB)  TO TL-CUST
                   MOVE TER-CLEAN-CNT(WS-TER-SUB) TO TL-CLEAN
                   COMPUTE WS-AVG-SCORE ROUNDED =
                       TER-SCORE-SUM(WS-TER-SUB)
                           / TER-CUST-CNT(WS-TER-SUB)
                   MOVE WS-AVG-SCORE TO TL-AVG
                   MOVE TER-CARD-CNT(WS-TER-SUB)  TO TL-CARDS
                   MOVE WS-TER-LINE TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-PERFORM
           MOVE 'ALL'        TO TL-NAME
           MOVE WS-CUST-CNT  TO TL-CUST
           MOVE WS-CLEAN-CNT TO TL-CLEAN
           MOVE 0 TO WS-AVG-SCORE
           IF WS-CUST-CNT > 0
               COMPUTE WS-AVG-SCORE ROUNDED =
                   WS-SCORE-SUM / WS-CUST-CNT
           END-IF
           MOVE WS-AVG-SCORE TO TL-AVG
           MOVE WS-CARD-CNT  TO TL-CARDS
           MOVE WS-TER-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       WRITE-RULE-COUNTS.
           MOVE WS-HDG-RULES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-CNT
               MOVE RL-ID(WS-RULE-SUB)     TO RLL-ID
               MOVE RL-WEIGHT(WS-RULE-SUB) TO RLL-WEIGHT
               IF RL-FIX(WS-RULE-SUB) = 'Y'
                   MOVE 'CARD'   TO RLL-FIX
               ELSE
                   MOVE 'REVIEW' TO RLL-FIX
               END-IF
               MOVE RL-DESC(WS-RULE-SUB)   TO RLL-DESC
               MOVE RL-CNT(WS-RULE-SUB)    TO RLL-CNT
               MOVE WS-RULE-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-PERFORM.

       WRITE-SUMMARY-LINE.
           MOVE WS-CUST-CNT  TO SUM-CUST
           MOVE WS-CLEAN-CNT TO SUM-CLEAN
           MOVE WS-AVG-SCORE TO SUM-AVG
           MOVE WS-ANON-CNT  TO SUM-ANON
           MOVE WS-CARD-CNT  TO SUM-CARDS
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SUMMARY-1 TO RPT-LINE
           WRITE RPT-LINE.

      * PROPOSALS CARRYING A REASON CODE GUI6BMNT WILL REFUSE ARE
      * LOGGED 'WARN' SO THE GAP SHOWS ON THE BATCHWIN SUMMARY
       WRITE-BATCH-LOG-ENTRY.
           MOVE 'CUSTDQS' TO BL-PROGRAM
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           IF WS-REASON-ON-FILE OR WS-CARD-CNT = 0
               MOVE 'DONE' TO BL-STATUS
           ELSE
               MOVE 'WARN' TO BL-STATUS
           END-IF
           MOVE WS-CUST-CNT TO BLD-CUST
           MOVE WS-CARD-CNT TO BLD-CARDS
           MOVE WS-BL-DETAIL TO BL-DETAIL
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.

      * ONE 'STRT' ENTRY AT JOB ENTRY, PAIRED BY BATCHWIN WITH THE
      * COMPLETION ENTRY ABOVE
       WRITE-BATCH-START-ENTRY.
           MOVE 'CUSTDQS' TO BL-PROGRAM
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           MOVE 'STRT' TO BL-STATUS
           MOVE SPACES TO BL-DETAIL
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.
