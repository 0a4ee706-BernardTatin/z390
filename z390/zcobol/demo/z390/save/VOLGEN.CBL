      ***************************************************************
      * Author.  Maintenance team, following the TRNRESET/GUI6SEAL
      *          style
      * Remarks. Synthetic volume generator for load-testing the
      *          overnight window in a shadow environment. TRNRESET's
      *          seed file is a handful of training customers, so
      *          nobody knows how GUI6EXT, GUI6RECN, GUI6XFT,
      *          GUI6PURG, SOARECON and the TD-queue drains behave at
      *          ten times today's volume. This job builds an
      *          internally consistent data set of any size from one
      *          SYSIN parm card, and reports the control totals it
      *          generated so every downstream report's counts can be
      *          checked against them:
      *            COLS  1-  6  SHADOW - REQUIRED. THE JOB EMPTIES AND
      *                         RELOADS THE FILES BELOW UNDER THEIR
      *                         OWN DD NAMES, SO IT REFUSES TO RUN
      *                         UNLESS THE CARD SAYS IT IS POINTED AT
      *                         A SHADOW ENVIRONMENT
      *            COLS  8- 14  CUSTOMER COUNT          (DEFAULT 1000)
      *            COLS 16- 20  CHANGES PER DAY         (DEFAULT 100)
      *            COLS 22- 24  DAYS OF HISTORY, ENDING TODAY
      *                                                 (DEFAULT 1)
      *            COLS 26- 28  PERCENT OF CHANGES THAT ARE PAYMENT
      *                         CHANGES                 (DEFAULT 20)
      *            COLS 30- 32  PERCENT OF PAYMENT CHANGES OVER THE
      *                         PAYMENT-THRESHOLD       (DEFAULT 10)
      *            COLS 34- 36  ABENDS PER 100 CHANGES  (DEFAULT 1)
      *            COLS 38- 40  PERCENT OF SOA REQUESTS DEAD-LETTERED
      *                                                 (DEFAULT 2)
      *            COLS 42- 50  GENERATOR SEED          (DEFAULT 12345)
      *          A blank field takes its default. The same card always
      *          generates the same data, so a run can be repeated
      *          after a tuning change and the reports compared.
      *
      *          What is written - the state of the files when the
      *          overnight window opens:
      *            - CUSTFIL, WITH ITS CUSTNORM AND ZIPXREF ENTRIES,
      *              CUSTOMERS NUMBERED 1, 2, 3..., EACH NAME UNIQUE
      *              (IT CARRIES THE NUMBER), ON ONE OF THE ZIPS IN
      *              WS-ZIP-TBL (THEY MUST BE ON THE SHADOW ZIPREF),
      *            - GUI6HIST, THE CHANGES PER DAY FOR EACH DAY. A
      *              CHANGE IS AN ADDRESS CHANGE OR A PAYMENT CHANGE;
      *              A PAYMENT OVER PAYMENT-THRESHOLD (PARMFIL) CARRIES
      *              A MAKER AND A DIFFERENT CHECKER AND IS APPROVED,
      *              ONE BELOW IT NEEDS NO APPROVAL. NOTHING REACHES
      *              PAYMENT-THRESHOLD2. CUSTFIL ENDS WITH EACH
      *              CUSTOMER'S LATEST ADDRESS AND CUST-LAST-UPD STAMP,
      *            - ABNDLOG, THE ABENDS FOR EVERY DAY,
      *            - THE BREAD, ADRN AND PMTA QUEUE EXTRACTS FOR THE
      *              LAST DAY ONLY (EARLIER DAYS WERE DRAINED ON THEIR
      *              OWN NIGHTS): A VIEW PER CHANGE, AN ADRN LINE PER
      *              ADDRESS CHANGE, A PMTA LINE PER APPROVED PAYMENT,
      *            - SOACALL AND SOADEADL, THE LAST DAY'S DEMOSUB2
      *              TRAFFIC - ONE REQUEST PER LAST-DAY CHANGE UNDER A
      *              'VGEN' CORRELATION ID, ONE ATTEMPT WHEN IT
      *              SUCCEEDS, THREE FAILED ATTEMPTS AND A DEAD-LETTER
      *              LINE WHEN IT DOES NOT. THE PMTADRN DRAIN ADDS ITS
      *              OWN 'GUI6' REQUESTS ON TOP IN THE WINDOW.
      *          Nothing else is touched; run TRNRESET-style resets of
      *          any other shadow files separately.
      ***************************************************************
      * 10/15/26 RPI 2244 INITIAL CODING
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOLGEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'SYSIN'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PARMFIL-FILE ASSIGN TO 'PARMFIL'
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY PRM-KEY.
           SELECT CUSTFIL-FILE ASSIGN TO 'CUSTFIL'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CUST-KEY
               ALTERNATE RECORD KEY CUST-NAME.
           SELECT CUSTNORM-FILE ASSIGN TO 'CUSTNORM'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CN-KEY.
           SELECT ZIPXREF-FILE ASSIGN TO 'ZIPXREF'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ZX-KEY.
           SELECT GUI6HIST-FILE ASSIGN TO 'GUI6HIST'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY HIST-KEY
               ALTERNATE RECORD KEY HIST-CUST-DATE-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY HIST-OLD-NAME-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY HIST-NEW-NAME-KEY WITH DUPLICATES.
           SELECT ABNDLOG-FILE ASSIGN TO 'ABNDLOG'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ABND-KEY.
           SELECT BREAD-EXTRACT ASSIGN TO 'BREAD'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ADRN-EXTRACT ASSIGN TO 'ADRN'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PMTA-EXTRACT ASSIGN TO 'PMTA'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT SOACALL-AUDIT ASSIGN TO 'SOACALL'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT SOADEADL-FILE ASSIGN TO 'SOADEADL'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT VOLGEN-RPT ASSIGN TO 'VOLGRPT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BATCH-LOG-FILE ASSIGN TO 'BATCHLOG'
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-REC.
           02  PARM-CONFIRM         PIC X(6).
           02  FILLER               PIC X.
           02  PARM-CUST-CNT        PIC X(7).
           02  FILLER               PIC X.
           02  PARM-CHG-PER-DAY     PIC X(5).
           02  FILLER               PIC X.
           02  PARM-DAYS            PIC X(3).
           02  FILLER               PIC X.
           02  PARM-PAY-PCT         PIC X(3).
           02  FILLER               PIC X.
           02  PARM-OVER-PCT        PIC X(3).
           02  FILLER               PIC X.
           02  PARM-ABEND-PCT       PIC X(3).
           02  FILLER               PIC X.
           02  PARM-DEADL-PCT       PIC X(3).
           02  FILLER               PIC X.
           02  PARM-SEED            PIC X(9).
           02  FILLER               PIC X(30).
       FD  PARMFIL-FILE.
           COPY PARMFIL.
       FD  CUSTFIL-FILE.
           COPY CUSTFIL.
       FD  CUSTNORM-FILE.
           COPY CUSTNORM.
       FD  ZIPXREF-FILE.
           COPY ZIPXREF.
       FD  GUI6HIST-FILE.
           COPY GUI6HIST.
       FD  ABNDLOG-FILE.
           COPY ABNDLOG.
       FD  BREAD-EXTRACT.
       01  BREAD-LINE               PIC X(75).
       FD  ADRN-EXTRACT.
       01  ADRN-LINE                PIC X(155).
       FD  PMTA-EXTRACT.
       01  PMTA-LINE                PIC X(90).
       FD  SOACALL-AUDIT.
       01  AUDIT-LINE               PIC X(65).
       FD  SOADEADL-FILE.
       01  DEADL-LINE               PIC X(55).
       FD  VOLGEN-RPT.
       01  RPT-LINE                 PIC X(80).
       FD  BATCH-LOG-FILE.
       01  BL-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       COPY BATCHLOG.
       COPY NAMENORM.
       01  WS-PARM-EOF-SW           PIC X VALUE 'N'.
           88  WS-NO-PARM-CARD           VALUE 'Y'.
       01  WS-PARM-ERROR            PIC X(40) VALUE SPACES.
       01  WS-RUN-DATE.
           02  WS-RUN-YYYY          PIC 9(4).
           02  WS-RUN-MM            PIC 9(2).
           02  WS-RUN-DD            PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

      * THE CARD, WITH DEFAULTS FOR BLANK FIELDS
       01  WS-CUST-MAX              PIC 9(7) VALUE 1000.
       01  WS-CHG-PER-DAY           PIC 9(5) VALUE 100.
       01  WS-DAYS                  PIC 9(3) VALUE 1.
       01  WS-PAY-PCT               PIC 9(3) VALUE 20.
       01  WS-OVER-PCT              PIC 9(3) VALUE 10.
       01  WS-ABEND-PCT             PIC 9(3) VALUE 1.
       01  WS-DEADL-PCT             PIC 9(3) VALUE 2.
       01  WS-SEED                  PIC 9(10) VALUE 12345.

      * THE SAME MAKER-CHECKER THRESHOLDS TESTGUI6 JUDGES ON
       01  WS-PAYMENT-THRESHOLD     PIC S9(9)V99 VALUE 10000.00.
       01  WS-PAYMENT-THRESHOLD2    PIC S9(9)V99 VALUE 100000.00.

      * PARK-MILLER MINIMAL-STANDARD GENERATOR, SO THE SAME SEED
      * ALWAYS GIVES THE SAME DATA
       01  WS-RAND-WORK             PIC 9(15).
       01  WS-DRAW                  PIC 9(9).
       01  WS-DRAW-PCT              PIC 9(3).

       01  WS-CUST-SUB              PIC 9(7).
       01  WS-DAY-SUB               PIC 9(3).
       01  WS-CHG-SUB               PIC 9(5).
       01  WS-ATTEMPT-SUB           PIC 9.
       01  WS-TODAY-INT             PIC 9(7).
       01  WS-DAY-INT               PIC 9(7).
       01  WS-DAY-JULIAN            PIC 9(7).
       01  WS-DAY-YYYYMMDD          PIC 9(8).
       01  WS-LAST-DAY-SW           PIC X VALUE 'N'.
           88  WS-ON-LAST-DAY            VALUE 'Y'.
       01  WS-DAY-SECS              PIC 9(5).
       01  WS-SECS-WORK             PIC 9(5).
       01  WS-HHMMSS                PIC 9(6).
       01  WS-HHMMSS-R REDEFINES WS-HHMMSS.
           02  WS-HH                PIC 9(2).
           02  WS-MM                PIC 9(2).
           02  WS-SS                PIC 9(2).
       01  WS-CHG-TIME              PIC 9(7).
       01  WS-TASKN                 PIC 9(7) VALUE 0.
       01  WS-ABND-SEQNO            PIC 9(7) VALUE 0.
       01  WS-SOA-SEQNO             PIC 9(7) VALUE 0.
       01  WS-OPID                  PIC X(3).
       01  WS-CHECKER-OPID          PIC X(3).
       01  WS-PAY-AMT               PIC S9(9)V99.
       01  WS-AMT-RANGE             PIC 9(9).
       01  WS-NEW-ADDR              PIC X(40).
       01  WS-HOUSE-NO              PIC 9(4).
       01  WS-HOUSE-EDIT            PIC Z(3)9.
       01  WS-CUST-NO-EDIT          PIC 9(7).
       01  WS-LAST-NAME             PIC X(10).
       01  WS-CUST-FOUND-SW         PIC X.
           88  WS-CUST-FOUND             VALUE 'Y'.
       01  WS-CHG-KIND              PIC X.
           88  WS-CHG-ADDRESS            VALUE 'A'.
           88  WS-CHG-PAY-UNDER          VALUE 'U'.
           88  WS-CHG-PAY-OVER           VALUE 'O'.

      * SYNTHETIC NAME AND STREET PARTS
       01  WS-LAST-NAME-VALUES.
           02  FILLER PIC X(10) VALUE 'ANDERSON'.
           02  FILLER PIC X(10) VALUE 'BAKER'.
           02  FILLER PIC X(10) VALUE 'CARTER'.
           02  FILLER PIC X(10) VALUE 'DIAZ'.
           02  FILLER PIC X(10) VALUE 'EDWARDS'.
           02  FILLER PIC X(10) VALUE 'FOSTER'.
           02  FILLER PIC X(10) VALUE 'GARCIA'.
           02  FILLER PIC X(10) VALUE 'HUGHES'.
           02  FILLER PIC X(10) VALUE 'JENKINS'.
           02  FILLER PIC X(10) VALUE 'KELLY'.
           02  FILLER PIC X(10) VALUE 'LOPEZ'.
           02  FILLER PIC X(10) VALUE 'MORGAN'.
           02  FILLER PIC X(10) VALUE 'NGUYEN'.
           02  FILLER PIC X(10) VALUE 'OWENS'.
           02  FILLER PIC X(10) VALUE 'PATEL'.
           02  FILLER PIC X(10) VALUE 'REED'.
       01  WS-LAST-NAME-TBL REDEFINES WS-LAST-NAME-VALUES.
           02  LN-ENTRY OCCURS 16 TIMES PIC X(10).
       01  WS-FIRST-NAME-VALUES.
           02  FILLER PIC X(10) VALUE 'ALICE'.
           02  FILLER PIC X(10) VALUE 'BRIAN'.
           02  FILLER PIC X(10) VALUE 'CAROL'.
           02  FILLER PIC X(10) VALUE 'DAVID'.
           02  FILLER PIC X(10) VALUE 'ELENA'.
           02  FILLER PIC X(10) VALUE 'FRANK'.
           02  FILLER PIC X(10) VALUE 'GRACE'.
           02  FILLER PIC X(10) VALUE 'HENRY'.
           02  FILLER PIC X(10) VALUE 'IRENE'.
           02  FILLER PIC X(10) VALUE 'JAMES'.
           02  FILLER PIC X(10) VALUE 'KAREN'.
           02  FILLER PIC X(10) VALUE 'LUCAS'.
       01  WS-FIRST-NAME-TBL REDEFINES WS-FIRST-NAME-VALUES.
           02  FN-ENTRY OCCURS 12 TIMES PIC X(10).
       01  WS-STREET-VALUES.
           02  FILLER PIC X(14) VALUE 'OAK ST'.
           02  FILLER PIC X(14) VALUE 'MAPLE AVE'.
           02  FILLER PIC X(14) VALUE 'CEDAR LN'.
           02  FILLER PIC X(14) VALUE 'PINE RD'.
           02  FILLER PIC X(14) VALUE 'ELM ST'.
           02  FILLER PIC X(14) VALUE 'BIRCH DR'.
           02  FILLER PIC X(14) VALUE 'WALNUT CT'.
           02  FILLER PIC X(14) VALUE 'HILLSIDE AVE'.
           02  FILLER PIC X(14) VALUE 'LAKE SHORE DR'.
           02  FILLER PIC X(14) VALUE 'MAIN ST'.
       01  WS-STREET-TBL REDEFINES WS-STREET-VALUES.
           02  ST-ENTRY OCCURS 10 TIMES PIC X(14).

      * ONE ZIP PER ZIPTER TERRITORY PAIR - EACH MUST BE ON THE
      * SHADOW ZIPREF FOR THE ONLINE AND GUI6BMNT ZIP EDITS TO PASS
       01  WS-ZIP-VALUES.
           02  FILLER PIC X(5) VALUE '02110'.
           02  FILLER PIC X(5) VALUE '10001'.
           02  FILLER PIC X(5) VALUE '20500'.
           02  FILLER PIC X(5) VALUE '30301'.
           02  FILLER PIC X(5) VALUE '43215'.
           02  FILLER PIC X(5) VALUE '55401'.
           02  FILLER PIC X(5) VALUE '60601'.
           02  FILLER PIC X(5) VALUE '75201'.
           02  FILLER PIC X(5) VALUE '80202'.
           02  FILLER PIC X(5) VALUE '94105'.
       01  WS-ZIP-TBL REDEFINES WS-ZIP-VALUES.
           02  ZIP-ENTRY OCCURS 10 TIMES PIC X(5).

      * GENERATED OPERATORS - THE CHECKER IS ALWAYS THE NEXT ONE
      * AROUND, SO NEVER THE MAKER
       01  WS-OPID-VALUES           PIC X(24)
               VALUE 'VT1VT2VT3VT4VT5VT6VT7VT8'.
       01  WS-OPID-TBL REDEFINES WS-OPID-VALUES.
           02  OP-ENTRY OCCURS 8 TIMES PIC X(3).
       01  WS-OP-SUB                PIC 9.
       01  WS-ABCODE-VALUES         PIC X(12) VALUE 'ASRAAEY9AICA'.
       01  WS-ABCODE-TBL REDEFINES WS-ABCODE-VALUES.
           02  AB-ENTRY OCCURS 3 TIMES PIC X(4).
       01  WS-TBL-SUB               PIC 9(2).

      * THE QUEUE RECORDS, LAID OUT AS TESTGUI6 WRITES THEM
       01  WS-READ-ACCESS-REC.
           02  RDA-TRNID            PIC X(4).
           02  FILLER               PIC X VALUE SPACE.
           02  RDA-OPID             PIC X(3).
           02  FILLER               PIC X VALUE SPACE.
           02  RDA-CUST-KEY         PIC X(40).
           02  FILLER               PIC X VALUE SPACE.
           02  RDA-DATE             PIC 9(7).
           02  FILLER               PIC X VALUE SPACE.
           02  RDA-TIME             PIC 9(7).
           02  FILLER               PIC X VALUE SPACE.
           02  RDA-VIEW-CLASS       PIC X.
           02  FILLER               PIC X VALUE SPACE.
           02  RDA-CUST-NUMBER      PIC 9(7).
       01  WS-ADDR-CHANGE-REC.
           02  ADRN-TRNID           PIC X(4).
           02  FILLER               PIC X VALUE SPACE.
           02  ADRN-OPID            PIC X(3).
           02  FILLER               PIC X VALUE SPACE.
           02  ADRN-CUST-KEY        PIC X(40).
           02  FILLER               PIC X VALUE SPACE.
           02  ADRN-OLD-ADDR        PIC X(40).
           02  FILLER               PIC X VALUE SPACE.
           02  ADRN-NEW-ADDR        PIC X(40).
           02  FILLER               PIC X VALUE SPACE.
           02  ADRN-DATE            PIC 9(7).
           02  FILLER               PIC X VALUE SPACE.
           02  ADRN-TIME            PIC 9(7).
           02  FILLER               PIC X VALUE SPACE.
           02  ADRN-CUST-NUMBER     PIC 9(7).
       01  WS-PMTA-NOTIFY-REC.
           02  PMTA-TRNID           PIC X(4).
           02  FILLER               PIC X VALUE SPACE.
           02  PMTA-OPID            PIC X(3).
           02  FILLER               PIC X VALUE SPACE.
           02  PMTA-CORR-ID         PIC X(16).
           02  FILLER               PIC X VALUE SPACE.
           02  PMTA-CUST-KEY        PIC X(40).
           02  FILLER               PIC X VALUE SPACE.
           02  PMTA-DATE            PIC 9(7).
           02  FILLER               PIC X VALUE SPACE.
           02  PMTA-TIME            PIC 9(7).
           02  FILLER               PIC X VALUE SPACE.
           02  PMTA-CUST-NUMBER     PIC 9(7).

      * THE SOACALL AND SOADEADL LINES, LAID OUT AS DEMOSUB2 WRITES
      * THEM
       01  WS-AUDIT-REC.
           02  AUD-SVC-NAME         PIC X(8).
           02  FILLER               PIC X VALUE SPACE.
           02  AUD-SVC-MGR          PIC X(8).
           02  FILLER               PIC X VALUE SPACE.
           02  AUD-ELAPSED          PIC 9(5).
           02  FILLER               PIC X VALUE SPACE.
           02  AUD-SVC-RC           PIC S9(8).
           02  FILLER               PIC X VALUE SPACE.
           02  AUD-CORR-ID          PIC X(16).
           02  FILLER               PIC X VALUE SPACE.
           02  AUD-DATE             PIC 9(8).
           02  FILLER               PIC X VALUE SPACE.
           02  AUD-TIME             PIC 9(6).
       01  WS-DEADL-REC.
           02  DL-SVC-NAME          PIC X(8).
           02  FILLER               PIC X VALUE SPACE.
           02  DL-SVC-RC            PIC S9(8).
           02  FILLER               PIC X VALUE SPACE.
           02  DL-PARMS             PIC X(20).
           02  FILLER               PIC X VALUE SPACE.
           02  DL-CORR-ID           PIC X(16).
       01  WS-CORR-ID               PIC X(16).

      * CONTROL TOTALS - WHAT EVERY DOWNSTREAM REPORT SHOULD FIND
       01  WS-CUST-CNT              PIC 9(9) VALUE 0.
       01  WS-NORM-CNT              PIC 9(9) VALUE 0.
       01  WS-XREF-CNT              PIC 9(9) VALUE 0.
       01  WS-HIST-CNT              PIC 9(9) VALUE 0.
       01  WS-ADDR-CHG-CNT          PIC 9(9) VALUE 0.
       01  WS-PAY-UNDER-CNT         PIC 9(9) VALUE 0.
       01  WS-PAY-OVER-CNT          PIC 9(9) VALUE 0.
       01  WS-PAY-AMT-TOTAL         PIC S9(13)V99 VALUE 0.
       01  WS-LAST-HIST-CNT         PIC 9(9) VALUE 0.
       01  WS-ABND-CNT              PIC 9(9) VALUE 0.
       01  WS-BREAD-CNT             PIC 9(9) VALUE 0.
       01  WS-ADRN-CNT              PIC 9(9) VALUE 0.
       01  WS-PMTA-CNT              PIC 9(9) VALUE 0.
       01  WS-SOA-REQ-CNT           PIC 9(9) VALUE 0.
       01  WS-SOA-LINE-CNT          PIC 9(9) VALUE 0.
       01  WS-DEADL-CNT             PIC 9(9) VALUE 0.
       01  WS-FAIL-CNT              PIC 9(9) VALUE 0.

       01  WS-HDG-1.
           02  FILLER       PIC X(36) VALUE
               'SYNTHETIC VOLUME GENERATION'.
           02  FILLER       PIC X(10) VALUE ' RUN DATE '.
           02  HDG-RUN-DATE PIC 9(8).
       01  WS-PARM-LINE-1.
           02  FILLER       PIC X(11) VALUE 'CUSTOMERS: '.
           02  PL-CUST      PIC Z(6)9.
           02  FILLER       PIC X(16) VALUE '  CHANGES/DAY: '.
           02  PL-CHG       PIC Z(4)9.
           02  FILLER       PIC X(8)  VALUE '  DAYS: '.
           02  PL-DAYS      PIC ZZ9.
           02  FILLER       PIC X(8)  VALUE '  SEED: '.
           02  PL-SEED      PIC Z(9)9.
       01  WS-PARM-LINE-2.
           02  FILLER       PIC X(10) VALUE 'PAYMENT%: '.
           02  PL-PAY       PIC ZZ9.
           02  FILLER       PIC X(16) VALUE '  OVER THRESH%: '.
           02  PL-OVER      PIC ZZ9.
           02  FILLER       PIC X(11) VALUE '  ABEND%: '.
           02  PL-ABEND     PIC ZZ9.
           02  FILLER       PIC X(16) VALUE '  DEAD-LETTER%: '.
           02  PL-DEADL     PIC ZZ9.
       01  WS-TOTAL-LINE.
           02  TL-LABEL     PIC X(44).
           02  TL-COUNT     PIC Z(8)9.
       01  WS-AMT-LINE.
           02  FILLER       PIC X(44) VALUE
               'GUI6HIST PAYMENT AMOUNT TOTAL (PAYMEI)'.
           02  AL-AMT       PIC Z(12)9.99-.
       01  WS-BL-DETAIL.
           02  FILLER       PIC X(7)  VALUE 'VOLGEN '.
           02  FILLER       PIC X(5)  VALUE 'CUST='.
           02  BLD-CUST     PIC Z(6)9.
           02  FILLER       PIC X(6)  VALUE ' HIST='.
           02  BLD-HIST     PIC Z(8)9.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM WRITE-BATCH-START-ENTRY
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT VOLGEN-RPT
           MOVE WS-RUN-DATE-NUM TO HDG-RUN-DATE
           MOVE WS-HDG-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM READ-PARM-CARD
           IF WS-PARM-ERROR NOT = SPACES
               MOVE WS-PARM-ERROR TO RPT-LINE
               WRITE RPT-LINE
               CLOSE VOLGEN-RPT
               PERFORM WRITE-BATCH-LOG-ENTRY
               DISPLAY 'VOLGEN NOT RUN - ' WS-PARM-ERROR
               STOP RUN
           END-IF
           PERFORM LOAD-SHOP-PARAMETERS
           PERFORM WRITE-PARM-LINES
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
           PERFORM GENERATE-CUSTOMERS
           PERFORM GENERATE-ACTIVITY
           PERFORM WRITE-CONTROL-TOTALS
           CLOSE VOLGEN-RPT
           PERFORM WRITE-BATCH-LOG-ENTRY
           DISPLAY 'VOLGEN CUSTOMERS GENERATED: ' WS-CUST-CNT
           DISPLAY 'VOLGEN HISTORY GENERATED:   ' WS-HIST-CNT
           DISPLAY 'VOLGEN ABENDS GENERATED:    ' WS-ABND-CNT
           STOP RUN.

      * THE CARD IS REQUIRED - WITHOUT 'SHADOW' NOTHING IS OPENED
       READ-PARM-CARD.
           OPEN INPUT PARM-FILE
           READ PARM-FILE
               AT END SET WS-NO-PARM-CARD TO TRUE
           END-READ
           CLOSE PARM-FILE
           IF WS-NO-PARM-CARD OR PARM-CONFIRM NOT = 'SHADOW'
               MOVE 'NO SHADOW CONFIRMATION ON THE SYSIN CARD'
                   TO WS-PARM-ERROR
           ELSE
               IF PARM-CUST-CNT NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(PARM-CUST-CNT) = 0
                       COMPUTE WS-CUST-MAX =
                           FUNCTION NUMVAL(PARM-CUST-CNT)
                   ELSE
                       MOVE 'CUSTOMER COUNT NOT NUMERIC'
                           TO WS-PARM-ERROR
                   END-IF
               END-IF
               IF PARM-CHG-PER-DAY NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(PARM-CHG-PER-DAY) = 0
                       COMPUTE WS-CHG-PER-DAY =
                           FUNCTION NUMVAL(PARM-CHG-PER-DAY)
                   ELSE
                       MOVE 'CHANGES PER DAY NOT NUMERIC'
                           TO WS-PARM-ERROR
                   END-IF
               END-IF
               IF PARM-DAYS NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(PARM-DAYS) = 0
                       COMPUTE WS-DAYS = FUNCTION NUMVAL(PARM-DAYS)
                   ELSE
                       MOVE 'DAYS NOT NUMERIC' TO WS-PARM-ERROR
                   END-IF
               END-IF
               IF PARM-PAY-PCT NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(PARM-PAY-PCT) = 0
                       COMPUTE WS-PAY-PCT =
                           FUNCTION NUMVAL(PARM-PAY-PCT)
                   ELSE
                       MOVE 'PAYMENT PERCENT NOT NUMERIC'
                           TO WS-PARM-ERROR
                   END-IF
               END-IF
               IF PARM-OVER-PCT NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(PARM-OVER-PCT) = 0
                       COMPUTE WS-OVER-PCT =
                           FUNCTION NUMVAL(PARM-OVER-PCT)
                   ELSE
                       MOVE 'OVER-THRESHOLD PERCENT NOT NUMERIC'
                           TO WS-PARM-ERROR
                   END-IF
               END-IF
               IF PARM-ABEND-PCT NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(PARM-ABEND-PCT) = 0
                       COMPUTE WS-ABEND-PCT =
                           FUNCTION NUMVAL(PARM-ABEND-PCT)
                   ELSE
                       MOVE 'ABEND PERCENT NOT NUMERIC'
                           TO WS-PARM-ERROR
                   END-IF
               END-IF
               IF PARM-DEADL-PCT NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(PARM-DEADL-PCT) = 0
                       COMPUTE WS-DEADL-PCT =
                           FUNCTION NUMVAL(PARM-DEADL-PCT)
                   ELSE
                       MOVE 'DEAD-LETTER PERCENT NOT NUMERIC'
                           TO WS-PARM-ERROR
                   END-IF
               END-IF
               IF PARM-SEED NOT = SPACES
                   IF FUNCTION TEST-NUMVAL(PARM-SEED) = 0
                       COMPUTE WS-SEED = FUNCTION NUMVAL(PARM-SEED)
                   ELSE
                       MOVE 'SEED NOT NUMERIC' TO WS-PARM-ERROR
                   END-IF
               END-IF
           END-IF
           IF WS-PARM-ERROR = SPACES
               IF WS-CUST-MAX = 0 OR WS-DAYS = 0
                   MOVE 'CUSTOMER COUNT AND DAYS MUST BE NONZERO'
                       TO WS-PARM-ERROR
               END-IF
               IF WS-PAY-PCT > 100 OR WS-OVER-PCT > 100
                       OR WS-ABEND-PCT > 100 OR WS-DEADL-PCT > 100
                   MOVE 'A PERCENTAGE IS OVER 100' TO WS-PARM-ERROR
               END-IF
           END-IF
      * ZERO IS A FIXED POINT OF THE GENERATOR
           IF WS-SEED = 0
               MOVE 12345 TO WS-SEED
           END-IF.

      * THE PAYMENT THRESHOLDS COME OFF THE SHOP-WIDE PARMFIL AS
      * TESTGUI6 READS THEM, SO "OVER THRESHOLD" MEANS THE SAME
      * THING HERE AS ON THE CHECKER WORKLIST
       LOAD-SHOP-PARAMETERS.
           OPEN INPUT PARMFIL-FILE
           MOVE 'PAYMENT-THRESHOLD' TO PRM-NAME
           READ PARMFIL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PRM-VALUE NOT = SPACES
                       COMPUTE WS-PAYMENT-THRESHOLD =
                           FUNCTION NUMVAL(PRM-VALUE)
                   END-IF
           END-READ
           MOVE 'PAYMENT-THRESHOLD2' TO PRM-NAME
           READ PARMFIL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PRM-VALUE NOT = SPACES
                       COMPUTE WS-PAYMENT-THRESHOLD2 =
                           FUNCTION NUMVAL(PRM-VALUE)
                   END-IF
           END-READ
           CLOSE PARMFIL-FILE.

       WRITE-PARM-LINES.
           MOVE WS-CUST-MAX    TO PL-CUST
           MOVE WS-CHG-PER-DAY TO PL-CHG
           MOVE WS-DAYS        TO PL-DAYS
           MOVE WS-SEED        TO PL-SEED
           MOVE WS-PAY-PCT     TO PL-PAY
           MOVE WS-OVER-PCT    TO PL-OVER
           MOVE WS-ABEND-PCT   TO PL-ABEND
           MOVE WS-DEADL-PCT   TO PL-DEADL
           MOVE WS-PARM-LINE-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-PARM-LINE-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

      * NEXT VALUE OF THE GENERATOR INTO WS-DRAW, WITH WS-DRAW-PCT
      * 0-99 FOR THE PERCENTAGE TESTS
       NEXT-RANDOM.
           COMPUTE WS-RAND-WORK = WS-SEED * 16807
           COMPUTE WS-SEED = FUNCTION MOD(WS-RAND-WORK, 2147483647)
           MOVE WS-SEED TO WS-DRAW
           COMPUTE WS-DRAW-PCT = FUNCTION MOD(WS-DRAW, 100).

      * CUSTFIL AND ITS TWO SEARCH FILES, EMPTIED AND LOADED THE WAY
      * TRNRESET LOADS THE TRAINING SHADOWS
       GENERATE-CUSTOMERS.
           OPEN OUTPUT CUSTFIL-FILE
           OPEN OUTPUT CUSTNORM-FILE
           OPEN OUTPUT ZIPXREF-FILE
           PERFORM VARYING WS-CUST-SUB FROM 1 BY 1
                   UNTIL WS-CUST-SUB > WS-CUST-MAX
               PERFORM GENERATE-ONE-CUSTOMER
           END-PERFORM
           CLOSE CUSTFIL-FILE
           CLOSE CUSTNORM-FILE
           CLOSE ZIPXREF-FILE.

       GENERATE-ONE-CUSTOMER.
           MOVE SPACES TO CUST-RECORD
           MOVE WS-CUST-SUB TO CUST-NUMBER
           MOVE WS-CUST-SUB TO WS-CUST-NO-EDIT
      * THE NUMBER IN THE NAME KEEPS THE CUST-NAME KEY UNIQUE
           PERFORM NEXT-RANDOM
           COMPUTE WS-TBL-SUB = FUNCTION MOD(WS-DRAW, 16) + 1
           MOVE LN-ENTRY(WS-TBL-SUB) TO WS-LAST-NAME
           PERFORM NEXT-RANDOM
           COMPUTE WS-TBL-SUB = FUNCTION MOD(WS-DRAW, 12) + 1
           STRING WS-LAST-NAME DELIMITED BY SPACE
               ' ' FN-ENTRY(WS-TBL-SUB) DELIMITED BY SPACE
               ' VT' WS-CUST-NO-EDIT DELIMITED BY SIZE
               INTO CUST-NAME
           PERFORM BUILD-RANDOM-ADDRESS
           MOVE WS-NEW-ADDR TO CUST-ADDR
           PERFORM NEXT-RANDOM
           COMPUTE WS-TBL-SUB = FUNCTION MOD(WS-DRAW, 10) + 1
           MOVE ZIP-ENTRY(WS-TBL-SUB) TO CUST-ZIP
           MOVE 'A' TO CUST-STATUS
           MOVE SPACES TO CUST-LAST-UPD
           WRITE CUST-RECORD
               INVALID KEY ADD 1 TO WS-FAIL-CNT
           END-WRITE
           ADD 1 TO WS-CUST-CNT
           MOVE CUST-ZIP    TO ZX-ZIP
           MOVE CUST-NUMBER TO ZX-CUST-NUMBER
           WRITE ZIPXREF-RECORD
               INVALID KEY ADD 1 TO WS-FAIL-CNT
           END-WRITE
           ADD 1 TO WS-XREF-CNT
           MOVE CUST-NAME TO LK-NN-IN
           CALL 'NAMENORM' USING NAMENORM-PARMS
           MOVE LK-NN-OUT   TO CN-NORM-NAME
           MOVE CUST-NUMBER TO CN-CUST-NUMBER
           WRITE CUSTNORM-RECORD
               INVALID KEY ADD 1 TO WS-FAIL-CNT
           END-WRITE
           ADD 1 TO WS-NORM-CNT.

       BUILD-RANDOM-ADDRESS.
           PERFORM NEXT-RANDOM
           COMPUTE WS-HOUSE-NO = FUNCTION MOD(WS-DRAW, 9999) + 1
           MOVE WS-HOUSE-NO TO WS-HOUSE-EDIT
           PERFORM NEXT-RANDOM
           COMPUTE WS-TBL-SUB = FUNCTION MOD(WS-DRAW, 10) + 1
           MOVE SPACES TO WS-NEW-ADDR
           STRING FUNCTION TRIM(WS-HOUSE-EDIT) DELIMITED BY SIZE
               ' ' ST-ENTRY(WS-TBL-SUB) DELIMITED BY SIZE
               INTO WS-NEW-ADDR.

      * ONE DAY AT A TIME, OLDEST FIRST, SO GUI6HIST TASK NUMBERS RUN
      * IN DATE ORDER AS THEY DO ONLINE
       GENERATE-ACTIVITY.
           OPEN I-O CUSTFIL-FILE
           OPEN OUTPUT GUI6HIST-FILE
           OPEN OUTPUT ABNDLOG-FILE
           OPEN OUTPUT BREAD-EXTRACT
           OPEN OUTPUT ADRN-EXTRACT
           OPEN OUTPUT PMTA-EXTRACT
           OPEN OUTPUT SOACALL-AUDIT
           OPEN OUTPUT SOADEADL-FILE
           PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > WS-DAYS
               COMPUTE WS-DAY-INT = WS-TODAY-INT - WS-DAYS + WS-DAY-SUB
               COMPUTE WS-DAY-JULIAN =
                   FUNCTION DAY-OF-INTEGER(WS-DAY-INT) - 1900000
               COMPUTE WS-DAY-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
               IF WS-DAY-SUB = WS-DAYS
                   SET WS-ON-LAST-DAY TO TRUE
               END-IF
               PERFORM VARYING WS-CHG-SUB FROM 1 BY 1
                       UNTIL WS-CHG-SUB > WS-CHG-PER-DAY
                   PERFORM GENERATE-ONE-CHANGE
               END-PERFORM
           END-PERFORM
           CLOSE CUSTFIL-FILE
           CLOSE GUI6HIST-FILE
           CLOSE ABNDLOG-FILE
           CLOSE BREAD-EXTRACT
           CLOSE ADRN-EXTRACT
           CLOSE PMTA-EXTRACT
           CLOSE SOACALL-AUDIT
           CLOSE SOADEADL-FILE.

      * ONE KEYED CHANGE - THE CHANGES ARE SPREAD EVENLY OVER AN
      * 08:00-18:00 DAY
       GENERATE-ONE-CHANGE.
           COMPUTE WS-DAY-SECS = 28800 +
               ((WS-CHG-SUB - 1) * 36000) / WS-CHG-PER-DAY
           MOVE WS-DAY-SECS TO WS-SECS-WORK
           PERFORM SECS-TO-HHMMSS
           MOVE WS-HHMMSS TO WS-CHG-TIME
           PERFORM NEXT-RANDOM
           COMPUTE CUST-NUMBER = FUNCTION MOD(WS-DRAW, WS-CUST-MAX) + 1
           MOVE 'Y' TO WS-CUST-FOUND-SW
           READ CUSTFIL-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CUST-FOUND-SW
                   ADD 1 TO WS-FAIL-CNT
           END-READ
           IF WS-CUST-FOUND
               PERFORM CHANGE-ONE-CUSTOMER
           END-IF.

       CHANGE-ONE-CUSTOMER.
           PERFORM NEXT-RANDOM
           COMPUTE WS-OP-SUB = FUNCTION MOD(WS-DRAW, 8) + 1
           MOVE OP-ENTRY(WS-OP-SUB) TO WS-OPID
           IF WS-OP-SUB = 8
               MOVE OP-ENTRY(1) TO WS-CHECKER-OPID
           ELSE
               MOVE OP-ENTRY(WS-OP-SUB + 1) TO WS-CHECKER-OPID
           END-IF
           PERFORM NEXT-RANDOM
           IF WS-DRAW-PCT < WS-PAY-PCT
               PERFORM NEXT-RANDOM
               IF WS-DRAW-PCT < WS-OVER-PCT
                   SET WS-CHG-PAY-OVER TO TRUE
               ELSE
                   SET WS-CHG-PAY-UNDER TO TRUE
               END-IF
           ELSE
               SET WS-CHG-ADDRESS TO TRUE
           END-IF
           IF WS-ON-LAST-DAY
               PERFORM WRITE-VIEW-EVENT
           END-IF
           PERFORM WRITE-CHANGE-HISTORY
           IF WS-CHG-ADDRESS
               IF WS-ON-LAST-DAY
                   PERFORM WRITE-ADDRESS-NOTIFICATION
               END-IF
               MOVE WS-NEW-ADDR TO CUST-ADDR
           END-IF
           IF WS-CHG-PAY-OVER AND WS-ON-LAST-DAY
               PERFORM WRITE-PAYMENT-NOTIFICATION
           END-IF
           MOVE WS-OPID       TO CUST-LAST-UPD-OPID
           MOVE WS-DAY-JULIAN TO CUST-LAST-UPD-DATE
           MOVE WS-CHG-TIME   TO CUST-LAST-UPD-TIME
           REWRITE CUST-RECORD
               INVALID KEY ADD 1 TO WS-FAIL-CNT
           END-REWRITE
           PERFORM NEXT-RANDOM
           IF WS-DRAW-PCT < WS-ABEND-PCT
               PERFORM WRITE-ABEND-EVENT
           END-IF
           IF WS-ON-LAST-DAY
               PERFORM WRITE-SOA-REQUEST
           END-IF.

       SECS-TO-HHMMSS.
           COMPUTE WS-HH = WS-SECS-WORK / 3600
           COMPUTE WS-MM = FUNCTION MOD(WS-SECS-WORK, 3600) / 60
           COMPUTE WS-SS = FUNCTION MOD(WS-SECS-WORK, 60).

      * THE CHANGE AS TESTGUI6 LOGS IT - AN ADDRESS CHANGE, OR A
      * PAYMEI CHANGE WITH THE ADDRESS CARRIED UNCHANGED
       WRITE-CHANGE-HISTORY.
           ADD 1 TO WS-TASKN
           INITIALIZE HIST-RECORD
           MOVE WS-TASKN      TO HIST-TASKN
           MOVE CUST-NAME     TO HIST-OLD-NAME
           MOVE CUST-NAME     TO HIST-NEW-NAME
           MOVE CUST-ADDR     TO HIST-OLD-ADDR
           MOVE CUST-ADDR     TO HIST-NEW-ADDR
           MOVE CUST-ZIP      TO HIST-OLD-ZIP
           MOVE CUST-ZIP      TO HIST-NEW-ZIP
           MOVE WS-OPID       TO HIST-OPID
           MOVE WS-OPID       TO HIST-MAKER-OPID
           MOVE WS-DAY-JULIAN TO HIST-DATE
           MOVE WS-CHG-TIME   TO HIST-TIME
           MOVE SPACE         TO HIST-CHANGE-TYPE
           MOVE SPACE         TO HIST-ESC-STATUS
           MOVE CUST-STATUS   TO HIST-OLD-STATUS
           MOVE CUST-STATUS   TO HIST-NEW-STATUS
           MOVE SPACES        TO HIST-REASON-CD
           MOVE SPACES        TO HIST-PAY-CCY
           MOVE SPACES        TO HIST-CHECKER-OPID
           MOVE SPACES        TO HIST-CHECKER2-OPID
           MOVE CUST-NUMBER   TO HIST-CUST-NUMBER
           MOVE 'N'           TO HIST-APPR-STATUS
           EVALUATE TRUE
               WHEN WS-CHG-ADDRESS
                   PERFORM BUILD-RANDOM-ADDRESS
                   MOVE WS-NEW-ADDR TO HIST-NEW-ADDR
                   ADD 1 TO WS-ADDR-CHG-CNT
               WHEN WS-CHG-PAY-UNDER
                   COMPUTE WS-AMT-RANGE = WS-PAYMENT-THRESHOLD - 100
                   PERFORM NEXT-RANDOM
                   COMPUTE WS-PAY-AMT =
                       100 + FUNCTION MOD(WS-DRAW, WS-AMT-RANGE)
                   ADD 1 TO WS-PAY-UNDER-CNT
               WHEN WS-CHG-PAY-OVER
                   COMPUTE WS-AMT-RANGE =
                       WS-PAYMENT-THRESHOLD2 - WS-PAYMENT-THRESHOLD - 1
                   PERFORM NEXT-RANDOM
                   COMPUTE WS-PAY-AMT = WS-PAYMENT-THRESHOLD + 1 +
                       FUNCTION MOD(WS-DRAW, WS-AMT-RANGE)
                   MOVE WS-CHECKER-OPID TO HIST-CHECKER-OPID
                   MOVE 'A'             TO HIST-APPR-STATUS
                   MOVE WS-DAY-JULIAN   TO HIST-APPR-DATE
                   COMPUTE WS-SECS-WORK = WS-DAY-SECS + 600
                   PERFORM SECS-TO-HHMMSS
                   MOVE WS-HHMMSS       TO HIST-APPR-TIME
                   ADD 1 TO WS-PAY-OVER-CNT
           END-EVALUATE
           IF NOT WS-CHG-ADDRESS
               MOVE WS-PAY-AMT TO HIST-PAYMEI-AMT
               MOVE WS-PAY-AMT TO HIST-PAYMEI-USD
               ADD WS-PAY-AMT  TO WS-PAY-AMT-TOTAL
           END-IF
           CALL 'HISTAIX' USING HIST-RECORD
           WRITE HIST-RECORD
               INVALID KEY ADD 1 TO WS-FAIL-CNT
           END-WRITE
           ADD 1 TO WS-HIST-CNT
           IF WS-ON-LAST-DAY
               ADD 1 TO WS-LAST-HIST-CNT
           END-IF.

      * THE LOOKUP THAT PRECEDED THE CHANGE, A MINUTE EARLIER
       WRITE-VIEW-EVENT.
           MOVE 'GUI6'        TO RDA-TRNID
           MOVE WS-OPID       TO RDA-OPID
           MOVE CUST-NAME     TO RDA-CUST-KEY
           MOVE WS-DAY-JULIAN TO RDA-DATE
           COMPUTE WS-SECS-WORK = WS-DAY-SECS - 60
           PERFORM SECS-TO-HHMMSS
           MOVE WS-HHMMSS     TO RDA-TIME
           MOVE 'F'           TO RDA-VIEW-CLASS
           MOVE CUST-NUMBER   TO RDA-CUST-NUMBER
           MOVE WS-READ-ACCESS-REC TO BREAD-LINE
           WRITE BREAD-LINE
           ADD 1 TO WS-BREAD-CNT.

       WRITE-ADDRESS-NOTIFICATION.
           MOVE 'GUI6'        TO ADRN-TRNID
           MOVE WS-OPID       TO ADRN-OPID
           MOVE CUST-NAME     TO ADRN-CUST-KEY
           MOVE CUST-NUMBER   TO ADRN-CUST-NUMBER
           MOVE CUST-ADDR     TO ADRN-OLD-ADDR
           MOVE WS-NEW-ADDR   TO ADRN-NEW-ADDR
           MOVE WS-DAY-JULIAN TO ADRN-DATE
           MOVE WS-CHG-TIME   TO ADRN-TIME
           MOVE WS-ADDR-CHANGE-REC TO ADRN-LINE
           WRITE ADRN-LINE
           ADD 1 TO WS-ADRN-CNT.

      * THE APPROVAL NOTIFICATION, UNDER THE SAME 'GUI6' + TASK
      * NUMBER CORRELATION ID NOTIFY-PAYMENT-APPROVAL BUILDS
       WRITE-PAYMENT-NOTIFICATION.
           MOVE SPACES          TO PMTA-CORR-ID
           MOVE 'GUI6'          TO PMTA-CORR-ID(1:4)
           MOVE HIST-TASKN      TO PMTA-CORR-ID(5:7)
           MOVE 'GUI6'          TO PMTA-TRNID
           MOVE WS-CHECKER-OPID TO PMTA-OPID
           MOVE CUST-NAME       TO PMTA-CUST-KEY
           MOVE CUST-NUMBER     TO PMTA-CUST-NUMBER
           MOVE WS-DAY-JULIAN   TO PMTA-DATE
           MOVE HIST-APPR-TIME  TO PMTA-TIME
           MOVE WS-PMTA-NOTIFY-REC TO PMTA-LINE
           WRITE PMTA-LINE
           ADD 1 TO WS-PMTA-CNT.

       WRITE-ABEND-EVENT.
           ADD 1 TO WS-ABND-SEQNO
           MOVE WS-ABND-SEQNO TO ABND-SEQNO
           MOVE 'GUI6'        TO ABND-TRNID
           PERFORM NEXT-RANDOM
           COMPUTE WS-TBL-SUB = FUNCTION MOD(WS-DRAW, 3) + 1
           MOVE AB-ENTRY(WS-TBL-SUB) TO ABND-ABCODE
           MOVE 'TESTGUI6'    TO ABND-PROGRAM
           MOVE WS-DAY-JULIAN TO ABND-DATE
           COMPUTE WS-SECS-WORK = WS-DAY-SECS + 30
           PERFORM SECS-TO-HHMMSS
           MOVE WS-HHMMSS     TO ABND-TIME
           WRITE ABND-RECORD
               INVALID KEY ADD 1 TO WS-FAIL-CNT
           END-WRITE
           ADD 1 TO WS-ABND-CNT.

      * ONE DEMOSUB2 REQUEST - A SUCCESS IS ONE ATTEMPT AT RC 0, A
      * DEAD-LETTER IS THE THREE FAILED RETRIES AND THE SOADEADL LINE
       WRITE-SOA-REQUEST.
           ADD 1 TO WS-SOA-SEQNO
           ADD 1 TO WS-SOA-REQ-CNT
           MOVE SPACES TO WS-CORR-ID
           MOVE 'VGEN'       TO WS-CORR-ID(1:4)
           MOVE WS-SOA-SEQNO TO WS-CORR-ID(5:7)
           MOVE 'DEMOSUB2'   TO AUD-SVC-NAME
           MOVE 'DEMOCMGR'   TO AUD-SVC-MGR
           MOVE WS-CORR-ID   TO AUD-CORR-ID
           MOVE WS-DAY-YYYYMMDD TO AUD-DATE
           PERFORM NEXT-RANDOM
           IF WS-DRAW-PCT < WS-DEADL-PCT
               PERFORM VARYING WS-ATTEMPT-SUB FROM 1 BY 1
                       UNTIL WS-ATTEMPT-SUB > 3
                   MOVE 5    TO AUD-ELAPSED
                   MOVE 9999 TO AUD-SVC-RC
                   COMPUTE WS-SECS-WORK =
                       WS-DAY-SECS + 120 + WS-ATTEMPT-SUB * 5
                   PERFORM WRITE-AUDIT-LINE
               END-PERFORM
               MOVE 'DEMOSUB2'  TO DL-SVC-NAME
               MOVE 9999        TO DL-SVC-RC
               MOVE SPACES      TO DL-PARMS
               MOVE CUST-NUMBER TO DL-PARMS(1:7)
               MOVE WS-CORR-ID  TO DL-CORR-ID
               MOVE WS-DEADL-REC TO DEADL-LINE
               WRITE DEADL-LINE
               ADD 1 TO WS-DEADL-CNT
           ELSE
               MOVE 1 TO AUD-ELAPSED
               MOVE 0 TO AUD-SVC-RC
               COMPUTE WS-SECS-WORK = WS-DAY-SECS + 120
               PERFORM WRITE-AUDIT-LINE
           END-IF.

       WRITE-AUDIT-LINE.
           PERFORM SECS-TO-HHMMSS
           MOVE WS-HHMMSS TO AUD-TIME
           MOVE WS-AUDIT-REC TO AUDIT-LINE
           WRITE AUDIT-LINE
           ADD 1 TO WS-SOA-LINE-CNT.

       WRITE-CONTROL-TOTALS.
           MOVE 'CONTROL TOTALS GENERATED' TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'CUSTFIL CUSTOMERS' TO TL-LABEL
           MOVE WS-CUST-CNT TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'CUSTNORM ENTRIES' TO TL-LABEL
           MOVE WS-NORM-CNT TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'ZIPXREF ENTRIES' TO TL-LABEL
           MOVE WS-XREF-CNT TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'GUI6HIST RECORDS, ALL DAYS' TO TL-LABEL
           MOVE WS-HIST-CNT TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE '  ADDRESS CHANGES' TO TL-LABEL
           MOVE WS-ADDR-CHG-CNT TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE '  PAYMENT CHANGES UNDER THRESHOLD' TO TL-LABEL
           MOVE WS-PAY-UNDER-CNT TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE '  PAYMENT CHANGES OVER THRESHOLD (APPROVED)'
               TO TL-LABEL
           MOVE WS-PAY-OVER-CNT TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE WS-PAY-AMT-TOTAL TO AL-AMT
           MOVE WS-AMT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'GUI6HIST RECORDS, LAST DAY' TO TL-LABEL
           MOVE WS-LAST-HIST-CNT TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'ABNDLOG ABENDS, ALL DAYS' TO TL-LABEL
           MOVE WS-ABND-CNT TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'BREAD VIEW EVENTS, LAST DAY' TO TL-LABEL
           MOVE WS-BREAD-CNT TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'ADRN ADDRESS NOTIFICATIONS, LAST DAY' TO TL-LABEL
           MOVE WS-ADRN-CNT TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'PMTA PAYMENT NOTIFICATIONS, LAST DAY' TO TL-LABEL
           MOVE WS-PMTA-CNT TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'SOA REQUESTS (VGEN CORRELATION IDS)' TO TL-LABEL
           MOVE WS-SOA-REQ-CNT TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'SOACALL ATTEMPT LINES' TO TL-LABEL
           MOVE WS-SOA-LINE-CNT TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'SOADEADL DEAD-LETTERS' TO TL-LABEL
           MOVE WS-DEADL-CNT TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE
           MOVE 'WRITES FAILED' TO TL-LABEL
           MOVE WS-FAIL-CNT TO TL-COUNT
           PERFORM WRITE-TOTAL-LINE.

       WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE.

      * A REFUSED CARD OR A FAILED WRITE MEANS THE SHADOW DOES NOT
      * MATCH THE CONTROL TOTALS - NOTHING DOWNSTREAM CAN BE JUDGED
       WRITE-BATCH-LOG-ENTRY.
           MOVE 'VOLGEN' TO BL-PROGRAM
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           IF WS-PARM-ERROR NOT = SPACES OR WS-FAIL-CNT > 0
               MOVE 'FAIL' TO BL-STATUS
           ELSE
               MOVE 'DONE' TO BL-STATUS
           END-IF
           MOVE WS-CUST-CNT TO BLD-CUST
           MOVE WS-HIST-CNT TO BLD-HIST
           MOVE WS-BL-DETAIL TO BL-DETAIL
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.

      * ONE 'STRT' ENTRY AT JOB ENTRY, PAIRED BY BATCHWIN WITH THE
      * COMPLETION ENTRY ABOVE
       WRITE-BATCH-START-ENTRY.
           MOVE 'VOLGEN' TO BL-PROGRAM
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           MOVE 'STRT' TO BL-STATUS
           MOVE SPACES TO BL-DETAIL
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.
