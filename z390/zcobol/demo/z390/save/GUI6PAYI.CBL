      ***************************************************************
      * Author.  Maintenance team, following the GUI6GLRC/GUI6ESC/
      *          DFPGLJ style
      * Remarks. An approved PAYMEI/PAYME1I change only ever produced
      *          the PMTA notification PMTADRN hands to DEMOSUB2 - the
      *          money itself still moved on a bank upload somebody
      *          prepared by hand. This nightly job builds that upload:
      *          every GUI6HIST payment change whose final approval
      *          (the second checker's when the change went to two
      *          tiers, otherwise the first) is dated the payment
      *          date becomes one PAYINSTR detail per non-zero amount,
      *          batched by payment currency between the standard
      *          file-header, batch-header, batch-control and
      *          file-control records (see PAYINSTR.CPY). Each detail
      *          carries HIST-TASKN so GUI6GLRC and the bank's return
      *          file can tie it back to the approval.
      *
      *          The payment date is today, or the YYYYMMDD date on an
      *          optional SYSIN card (columns 1-8) when a missed night
      *          has to be rerun. Reverts and offboards carry no
      *          payment and are never paid. The whole file is built
      *          in storage first; if it would overflow the entry
      *          table the run is refused, PAYINSTR is left empty and
      *          the step ends RC=16, so the bank never receives a
      *          partial day.
      ***************************************************************
      * 10/15/26 RPI 2222 INITIAL CODING
      * 10/15/26 RPI 2240 GUI6HIST SELECT DECLARES THE NEW
      *                   HIST-CUST-DATE-KEY, HIST-OLD-NAME-KEY AND
      *                   HIST-NEW-NAME-KEY ALTERNATE KEYS (GUI6HIST
      *                   RECORD NOW 424 BYTES)
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUI6PAYI.
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
           SELECT PAYINSTR-FILE ASSIGN TO 'PAYINSTR'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT GUI6PAYI-RPT ASSIGN TO 'GUI6PIRP'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BATCH-LOG-FILE ASSIGN TO 'BATCHLOG'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PARMFIL-FILE ASSIGN TO 'PARMFIL'
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY PRM-KEY.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-REC.
           02  PARM-PAY-DATE       PIC X(8).
           02  FILLER              PIC X(72).
       FD  GUI6HIST-FILE.
           COPY GUI6HIST.
       FD  PAYINSTR-FILE.
           COPY PAYINSTR.
       FD  GUI6PAYI-RPT.
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
       01  WS-PARM-EOF-SW          PIC X VALUE 'N'.
           88  WS-NO-MORE-PARMS        VALUE 'Y'.
       01  WS-APPROVED-CNT         PIC 9(5) VALUE 0.

      * THE DAY BEING PAID - TODAY UNLESS THE SYSIN CARD SAYS OTHERWISE
       01  WS-PAY-DATE             PIC 9(8).
       01  WS-APPR-JULIAN          PIC 9(7).

      * ORIGINATOR ID THE BANK KNOWS US BY, OFF PARMFIL
      * ('PAY-ORIGINATOR-ID') - A MISSING RECORD KEEPS THE DEFAULT
       01  WS-ORIGINATOR-ID        PIC X(10) VALUE 'GUI6PAYMNT'.

      * THE DAY'S ENTRIES, BUILT IN STORAGE AND ONLY WRITTEN ONCE THE
      * WHOLE DAY FITS - ONE PER NON-ZERO AMOUNT
       01  WS-ENTRY-TBL.
           02  ENTRY-ITEM OCCURS 2000 TIMES.
               04  ET-TASKN          PIC 9(7).
               04  ET-FIELD          PIC X.
               04  ET-CCY            PIC X(3).
               04  ET-AMOUNT         PIC S9(11)V99.
               04  ET-PAYEE          PIC X(40).
       01  WS-ENTRY-CNT            PIC 9(5) VALUE 0.
       01  WS-ENTRY-SUB            PIC 9(5).
       01  WS-ENTRY-FULL-SW        PIC X VALUE 'N'.
           88  WS-ENTRY-TBL-FULL       VALUE 'Y'.
       01  WS-ADD-AMOUNT           PIC S9(11)V99.
       01  WS-ADD-FIELD            PIC X.

      * ONE BATCH PER PAYMENT CURRENCY, IN FIRST-SEEN ORDER
       01  WS-CCY-TBL.
           02  CCY-ITEM OCCURS 20 TIMES.
               04  CT-CCY            PIC X(3).
       01  WS-CCY-CNT              PIC 9(2) VALUE 0.
       01  WS-CCY-SUB              PIC 9(2).
       01  WS-CCY-FOUND-SW         PIC X VALUE 'N'.
           88  WS-CCY-FOUND            VALUE 'Y'.
       01  WS-PAY-CCY              PIC X(3).

      * BATCH AND FILE CONTROL TOTALS
       01  WS-BATCH-NO             PIC 9(7) VALUE 0.
       01  WS-TRACE-NO             PIC 9(7) VALUE 0.
       01  WS-BATCH-ENTRY-CNT      PIC 9(6) VALUE 0.
       01  WS-BATCH-HASH           PIC 9(12) VALUE 0.
       01  WS-BATCH-DEBIT          PIC 9(13)V99 VALUE 0.
       01  WS-BATCH-CREDIT         PIC 9(13)V99 VALUE 0.
       01  WS-FILE-ENTRY-CNT       PIC 9(8) VALUE 0.
       01  WS-FILE-HASH            PIC 9(12) VALUE 0.
       01  WS-FILE-DEBIT           PIC 9(13)V99 VALUE 0.
       01  WS-FILE-CREDIT          PIC 9(13)V99 VALUE 0.
       01  WS-ABS-AMOUNT           PIC 9(11)V99.

       01  WS-RUN-DATE.
           02  WS-RUN-YYYY         PIC 9(4).
           02  WS-RUN-MM           PIC 9(2).
           02  WS-RUN-DD           PIC 9(2).
       01  WS-RUN-TIME             PIC 9(8).

       01  WS-HDG-1.
           02  FILLER       PIC X(34) VALUE
               'GUI6 PAYMENT INSTRUCTIONS FOR '.
           02  HDG-PAY-DATE PIC 9(8).
       01  WS-HDG-2.
           02  FILLER       PIC X(9)  VALUE 'TASKN'.
           02  FILLER       PIC X(3)  VALUE 'F'.
           02  FILLER       PIC X(4)  VALUE 'CCY'.
           02  FILLER       PIC X(3)  VALUE 'DC'.
           02  FILLER       PIC X(17) VALUE '          AMOUNT'.
           02  FILLER       PIC X(30) VALUE 'PAYEE'.
       01  WS-DETAIL-LINE.
           02  DET-TASKN       PIC 9(7).
           02  FILLER          PIC X(2) VALUE SPACES.
           02  DET-FIELD       PIC X.
           02  FILLER          PIC X(2) VALUE SPACES.
           02  DET-CCY         PIC X(3).
           02  FILLER          PIC X    VALUE SPACE.
           02  DET-DC          PIC X.
           02  FILLER          PIC X(2) VALUE SPACES.
           02  DET-AMOUNT      PIC Z(11)9.99.
           02  FILLER          PIC X(2) VALUE SPACES.
           02  DET-PAYEE       PIC X(30).
       01  WS-BATCH-LINE.
           02  FILLER          PIC X(6) VALUE 'BATCH '.
           02  BTL-BATCH-NO    PIC Z(6)9.
           02  FILLER          PIC X    VALUE SPACE.
           02  BTL-CCY         PIC X(3).
           02  FILLER          PIC X(5) VALUE ' CNT='.
           02  BTL-CNT         PIC ZZZZZ9.
           02  FILLER          PIC X(4) VALUE ' DR='.
           02  BTL-DEBIT       PIC Z(12)9.99.
           02  FILLER          PIC X(4) VALUE ' CR='.
           02  BTL-CREDIT      PIC Z(12)9.99.
       01  WS-FILE-LINE.
           02  FILLER          PIC X(8) VALUE 'FILE  B='.
           02  FLL-BATCHES     PIC ZZZ9.
           02  FILLER          PIC X(5) VALUE ' CNT='.
           02  FLL-CNT         PIC ZZZZZ9.
           02  FILLER          PIC X(4) VALUE ' DR='.
           02  FLL-DEBIT       PIC Z(12)9.99.
           02  FILLER          PIC X(4) VALUE ' CR='.
           02  FLL-CREDIT      PIC Z(12)9.99.
       01  WS-HASH-LINE.
           02  FILLER          PIC X(12) VALUE 'ENTRY HASH= '.
           02  HSL-HASH        PIC 9(10).
       01  WS-BL-DETAIL.
           02  FILLER       PIC X(9)  VALUE 'GUI6PAYI '.
           02  FILLER       PIC X(8)  VALUE 'ENTRIES='.
           02  BLD-ENTRIES  PIC ZZZZ9.
           02  FILLER       PIC X       VALUE SPACE.
           02  FILLER       PIC X(8)  VALUE 'BATCHES='.
           02  BLD-BATCHES  PIC Z9.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM WRITE-BATCH-START-ENTRY
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM LOAD-SHOP-PARAMETERS
           PERFORM READ-PAY-DATE-PARM
           OPEN INPUT GUI6HIST-FILE
           PERFORM READ-HIST-RECORD
           PERFORM UNTIL WS-NO-MORE-HIST
               IF HIST-APPR-APPROVED
                       AND NOT HIST-TYPE-REVERT
                       AND NOT HIST-TYPE-OFFBOARD
                       AND (HIST-PAYMEI-AMT NOT = 0
                           OR HIST-PAYME1I-AMT NOT = 0)
                   PERFORM COLLECT-IF-APPROVED-TODAY
               END-IF
               PERFORM READ-HIST-RECORD
           END-PERFORM
           CLOSE GUI6HIST-FILE
           OPEN OUTPUT PAYINSTR-FILE
           OPEN OUTPUT GUI6PAYI-RPT
           MOVE WS-PAY-DATE TO HDG-PAY-DATE
           MOVE WS-HDG-1 TO RPT-LINE
           WRITE RPT-LINE
           IF WS-ENTRY-TBL-FULL
               PERFORM REFUSE-PAYMENT-FILE
           END-IF
           MOVE WS-HDG-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM WRITE-FILE-HEADER
           PERFORM VARYING WS-CCY-SUB FROM 1 BY 1
                   UNTIL WS-CCY-SUB > WS-CCY-CNT
               PERFORM WRITE-CURRENCY-BATCH
           END-PERFORM
           PERFORM WRITE-FILE-CONTROL
           CLOSE PAYINSTR-FILE
           CLOSE GUI6PAYI-RPT
           MOVE 'DONE' TO BL-STATUS
           PERFORM WRITE-BATCH-LOG-ENTRY
           DISPLAY 'GUI6PAYI PAYMENT DATE:     ' WS-PAY-DATE
           DISPLAY 'GUI6PAYI APPROVED CHANGES: ' WS-APPROVED-CNT
           DISPLAY 'GUI6PAYI ENTRIES WRITTEN:  ' WS-FILE-ENTRY-CNT
           DISPLAY 'GUI6PAYI BATCHES WRITTEN:  ' WS-BATCH-NO
           DISPLAY 'GUI6PAYI DEBIT TOTAL:      ' WS-FILE-DEBIT
           DISPLAY 'GUI6PAYI CREDIT TOTAL:     ' WS-FILE-CREDIT
           STOP RUN.

      * THE DAY'S ENTRIES DID NOT FIT - PAYINSTR IS CLOSED EMPTY SO
      * THE BANK TRANSMISSION STEP HAS NOTHING TO SEND, AND THE RUN
      * FAILS SO OPERATIONS WIDENS THE TABLE AND RERUNS THE DAY
      * WITH THE SYSIN DATE CARD
       REFUSE-PAYMENT-FILE.
           MOVE '*** OVER 2000 ENTRIES - NOTHING WRITTEN TO PAYINSTR'
               TO RPT-LINE
           WRITE RPT-LINE
           CLOSE PAYINSTR-FILE
           CLOSE GUI6PAYI-RPT
           MOVE 'FAIL' TO BL-STATUS
           PERFORM WRITE-BATCH-LOG-ENTRY
           DISPLAY 'GUI6PAYI MORE THAN 2000 PAYMENT ENTRIES FOR '
               WS-PAY-DATE ' - FILE REFUSED'
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      * OPTIONAL SYSIN OVERRIDE OF THE PAYMENT DATE - A MISSING FILE
      * OR BLANK CARD PAYS TODAY; A CARD THAT IS NOT A DATE IS
      * REFUSED RATHER THAN QUIETLY PAYING THE WRONG DAY
       READ-PAY-DATE-PARM.
           MOVE WS-RUN-DATE TO WS-PAY-DATE
           OPEN INPUT PARM-FILE
           READ PARM-FILE
               AT END SET WS-NO-MORE-PARMS TO TRUE
           END-READ
           IF NOT WS-NO-MORE-PARMS
                   AND PARM-PAY-DATE NOT = SPACES
               IF PARM-PAY-DATE IS NUMERIC
                   MOVE PARM-PAY-DATE TO WS-PAY-DATE
               ELSE
                   DISPLAY 'GUI6PAYI SYSIN DATE ' PARM-PAY-DATE
                       ' NOT YYYYMMDD - RUN REFUSED'
                   CLOSE PARM-FILE
                   MOVE 'FAIL' TO BL-STATUS
                   PERFORM WRITE-BATCH-LOG-ENTRY
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           CLOSE PARM-FILE.

       READ-HIST-RECORD.
           READ GUI6HIST-FILE NEXT
               AT END SET WS-NO-MORE-HIST TO TRUE
           END-READ.

      * THE FINAL APPROVAL IS THE SECOND CHECKER'S STAMP WHEN THERE
      * IS ONE, OTHERWISE THE FIRST - DECODED FROM EIBDATE'S 0CYYDDD
      * THROUGH JULDAY. A ZERO STAMP (A RECORD LOADED APPROVED BY A
      * UTILITY, NEVER THROUGH PF6) IS NEVER PAID FROM HERE
       COLLECT-IF-APPROVED-TODAY.
           IF HIST-CHECKER2-OPID NOT = SPACES
               MOVE HIST-APPR2-DATE TO WS-APPR-JULIAN
           ELSE
               MOVE HIST-APPR-DATE TO WS-APPR-JULIAN
           END-IF
           IF WS-APPR-JULIAN NOT = 0
               MOVE WS-APPR-JULIAN TO LK-JD-JULIAN
               CALL 'JULDAY' USING JULDAY-PARMS
               IF LK-JD-DATE = WS-PAY-DATE
                   ADD 1 TO WS-APPROVED-CNT
                   IF HIST-PAY-CCY = SPACES
                       MOVE 'USD' TO WS-PAY-CCY
                   ELSE
                       MOVE HIST-PAY-CCY TO WS-PAY-CCY
                   END-IF
                   IF HIST-PAYMEI-AMT NOT = 0
                       MOVE HIST-PAYMEI-AMT TO WS-ADD-AMOUNT
                       MOVE '1' TO WS-ADD-FIELD
                       PERFORM ADD-PAYMENT-ENTRY
                   END-IF
                   IF HIST-PAYME1I-AMT NOT = 0
                       MOVE HIST-PAYME1I-AMT TO WS-ADD-AMOUNT
                       MOVE '2' TO WS-ADD-FIELD
                       PERFORM ADD-PAYMENT-ENTRY
                   END-IF
               END-IF
           END-IF.

      * THE PAYEE IS THE CUSTOMER AS THE APPROVED CHANGE LEFT IT - THE
      * NEW NAME, OR THE OLD ONE WHEN THE NAME WAS NOT PART OF IT
       ADD-PAYMENT-ENTRY.
           IF WS-ENTRY-CNT < 2000
               ADD 1 TO WS-ENTRY-CNT
               MOVE HIST-TASKN    TO ET-TASKN(WS-ENTRY-CNT)
               MOVE WS-ADD-FIELD  TO ET-FIELD(WS-ENTRY-CNT)
               MOVE WS-PAY-CCY    TO ET-CCY(WS-ENTRY-CNT)
               MOVE WS-ADD-AMOUNT TO ET-AMOUNT(WS-ENTRY-CNT)
               IF HIST-NEW-NAME NOT = SPACES
                   MOVE HIST-NEW-NAME TO ET-PAYEE(WS-ENTRY-CNT)
               ELSE
                   MOVE HIST-OLD-NAME TO ET-PAYEE(WS-ENTRY-CNT)
               END-IF
               PERFORM ADD-PAYMENT-CURRENCY
           ELSE
               SET WS-ENTRY-TBL-FULL TO TRUE
           END-IF.

       ADD-PAYMENT-CURRENCY.
           MOVE 'N' TO WS-CCY-FOUND-SW
           PERFORM VARYING WS-CCY-SUB FROM 1 BY 1
                   UNTIL WS-CCY-SUB > WS-CCY-CNT
               IF CT-CCY(WS-CCY-SUB) = WS-PAY-CCY
                   SET WS-CCY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-CCY-FOUND
               IF WS-CCY-CNT < 20
                   ADD 1 TO WS-CCY-CNT
                   MOVE WS-PAY-CCY TO CT-CCY(WS-CCY-CNT)
               ELSE
                   SET WS-ENTRY-TBL-FULL TO TRUE
               END-IF
           END-IF.

       WRITE-FILE-HEADER.
           MOVE SPACES TO PI-RECORD
           SET PI-FILE-HEADER TO TRUE
           MOVE WS-ORIGINATOR-ID TO PI-FH-ORIGINATOR
           MOVE WS-RUN-DATE      TO PI-FH-CREATE-DATE
           COMPUTE PI-FH-CREATE-TIME = WS-RUN-TIME / 100
           STRING 'GUI6' WS-PAY-DATE DELIMITED BY SIZE
               INTO PI-FH-FILE-ID
           WRITE PI-RECORD.

      * ONE BATCH - HEADER, EVERY ENTRY IN THIS CURRENCY, CONTROL
       WRITE-CURRENCY-BATCH.
           ADD 1 TO WS-BATCH-NO
           MOVE 0 TO WS-BATCH-ENTRY-CNT WS-BATCH-HASH
               WS-BATCH-DEBIT WS-BATCH-CREDIT
           MOVE SPACES TO PI-RECORD
           SET PI-BATCH-HEADER TO TRUE
           MOVE WS-BATCH-NO         TO PI-BH-BATCH-NO
           MOVE CT-CCY(WS-CCY-SUB)  TO PI-BH-CCY
           MOVE WS-PAY-DATE         TO PI-BH-EFF-DATE
           MOVE 'GUI6PAYMNT'        TO PI-BH-DESC
           WRITE PI-RECORD
           PERFORM VARYING WS-ENTRY-SUB FROM 1 BY 1
                   UNTIL WS-ENTRY-SUB > WS-ENTRY-CNT
               IF ET-CCY(WS-ENTRY-SUB) = CT-CCY(WS-CCY-SUB)
                   PERFORM WRITE-PAYMENT-DETAIL
               END-IF
           END-PERFORM
           MOVE SPACES TO PI-RECORD
           SET PI-BATCH-CONTROL TO TRUE
           MOVE WS-BATCH-NO         TO PI-BC-BATCH-NO
           MOVE WS-BATCH-ENTRY-CNT  TO PI-BC-ENTRY-CNT
           MOVE WS-BATCH-HASH       TO PI-BC-ENTRY-HASH
           MOVE WS-BATCH-DEBIT      TO PI-BC-DEBIT-TOTAL
           MOVE WS-BATCH-CREDIT     TO PI-BC-CREDIT-TOTAL
           WRITE PI-RECORD
           ADD WS-BATCH-HASH   TO WS-FILE-HASH
           ADD WS-BATCH-DEBIT  TO WS-FILE-DEBIT
           ADD WS-BATCH-CREDIT TO WS-FILE-CREDIT
           MOVE WS-BATCH-NO         TO BTL-BATCH-NO
           MOVE CT-CCY(WS-CCY-SUB)  TO BTL-CCY
           MOVE WS-BATCH-ENTRY-CNT  TO BTL-CNT
           MOVE WS-BATCH-DEBIT      TO BTL-DEBIT
           MOVE WS-BATCH-CREDIT     TO BTL-CREDIT
           MOVE WS-BATCH-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

      * A POSITIVE AMOUNT PAYS THE CUSTOMER (CREDIT 22), A NEGATIVE
      * ONE COLLECTS FROM THEM (DEBIT 27)
       WRITE-PAYMENT-DETAIL.
           ADD 1 TO WS-TRACE-NO WS-BATCH-ENTRY-CNT WS-FILE-ENTRY-CNT
           ADD ET-TASKN(WS-ENTRY-SUB) TO WS-BATCH-HASH
           MOVE SPACES TO PI-RECORD
           SET PI-DETAIL TO TRUE
           IF ET-AMOUNT(WS-ENTRY-SUB) < 0
               SET PI-DT-DEBIT TO TRUE
               COMPUTE WS-ABS-AMOUNT = 0 - ET-AMOUNT(WS-ENTRY-SUB)
               ADD WS-ABS-AMOUNT TO WS-BATCH-DEBIT
               MOVE 'D' TO DET-DC
           ELSE
               SET PI-DT-CREDIT TO TRUE
               MOVE ET-AMOUNT(WS-ENTRY-SUB) TO WS-ABS-AMOUNT
               ADD WS-ABS-AMOUNT TO WS-BATCH-CREDIT
               MOVE 'C' TO DET-DC
           END-IF
           MOVE ET-TASKN(WS-ENTRY-SUB) TO PI-DT-TASKN
           MOVE ET-FIELD(WS-ENTRY-SUB) TO PI-DT-FIELD
           MOVE WS-ABS-AMOUNT          TO PI-DT-AMOUNT
           MOVE ET-CCY(WS-ENTRY-SUB)   TO PI-DT-CCY
           MOVE ET-PAYEE(WS-ENTRY-SUB) TO PI-DT-PAYEE
           MOVE WS-TRACE-NO            TO PI-DT-TRACE-NO
           WRITE PI-RECORD
           MOVE ET-TASKN(WS-ENTRY-SUB)        TO DET-TASKN
           MOVE ET-FIELD(WS-ENTRY-SUB)        TO DET-FIELD
           MOVE ET-CCY(WS-ENTRY-SUB)          TO DET-CCY
           MOVE WS-ABS-AMOUNT                 TO DET-AMOUNT
           MOVE ET-PAYEE(WS-ENTRY-SUB)(1:30)  TO DET-PAYEE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

      * THE HASH FIELDS HOLD TEN DIGITS - MOVING THE TWELVE-DIGIT
      * ACCUMULATOR KEEPS THE LOW-ORDER TEN, THE USUAL BANK RULE
       WRITE-FILE-CONTROL.
           MOVE SPACES TO PI-RECORD
           SET PI-FILE-CONTROL TO TRUE
           MOVE WS-BATCH-NO         TO PI-FC-BATCH-CNT
           MOVE WS-FILE-ENTRY-CNT   TO PI-FC-ENTRY-CNT
           MOVE WS-FILE-HASH        TO PI-FC-ENTRY-HASH
           MOVE WS-FILE-DEBIT       TO PI-FC-DEBIT-TOTAL
           MOVE WS-FILE-CREDIT      TO PI-FC-CREDIT-TOTAL
           WRITE PI-RECORD
           MOVE WS-BATCH-NO         TO FLL-BATCHES
           MOVE WS-FILE-ENTRY-CNT   TO FLL-CNT
           MOVE WS-FILE-DEBIT       TO FLL-DEBIT
           MOVE WS-FILE-CREDIT      TO FLL-CREDIT
           MOVE WS-FILE-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-FILE-HASH        TO HSL-HASH
           MOVE WS-HASH-LINE TO RPT-LINE
           WRITE RPT-LINE.

       WRITE-BATCH-LOG-ENTRY.
           MOVE 'GUI6PAYI' TO BL-PROGRAM
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           MOVE WS-FILE-ENTRY-CNT TO BLD-ENTRIES
           MOVE WS-BATCH-NO       TO BLD-BATCHES
           MOVE WS-BL-DETAIL TO BL-DETAIL
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.

      * ONE 'STRT' ENTRY AT JOB ENTRY, PAIRED BY BATCHWIN WITH THE
      * COMPLETION ENTRY ABOVE
       WRITE-BATCH-START-ENTRY.
           MOVE 'GUI6PAYI' TO BL-PROGRAM
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
           MOVE 'PAY-ORIGINATOR-ID' TO PRM-NAME
           READ PARMFIL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PRM-VALUE NOT = SPACES
                       MOVE PRM-VALUE TO WS-ORIGINATOR-ID
                   END-IF
           END-READ
           CLOSE PARMFIL-FILE.
