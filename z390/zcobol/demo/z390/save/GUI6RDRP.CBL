      *          instead of not at all.
      ***************************************************************
      * 08/21/26 RPI 2107 INITIAL CODING
      * 10/15/26 RPI 2230 NEW VIEW COLUMN - 'F' WHERE THE OPERATOR SAW
      *                   FULL CUSTOMER DATA, 'M' WHERE THEY SAW IT
      *                   MASKED (BLANK FOR AN EVENT QUEUED BEFORE THE
      *                   CLASS WAS RECORDED)
      * 10/15/26 RPI 2232 NEW CUST-NO COLUMN - THE PERMANENT CUSTOMER
      *                   NUMBER NOW ENDING THE EVENT (BLANK FOR ONE
      *                   QUEUED BEFORE THE NUMBER EXISTED)
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUI6RDRP.
       DATA DIVISION.
       FILE SECTION.
       FD  BREAD-EXTRACT.
       01  BREAD-LINE            PIC X(75).
       FD  GUI6RDRP-OUT.
       01  RPT-LINE              PIC X(80).
       FD  BATCH-LOG-FILE.
           02  RDA-DATE           PIC 9(7).
           02  FILLER             PIC X.
           02  RDA-TIME           PIC 9(7).
           02  FILLER             PIC X.
           02  RDA-VIEW-CLASS     PIC X.
           02  FILLER             PIC X.
           02  RDA-CUST-NUMBER    PIC X(7).
       01  WS-EOF-SW              PIC X VALUE 'N'.
           88  WS-NO-MORE-BREAD       VALUE 'Y'.
       01  WS-VIEW-CNT             PIC 9(7) VALUE 0.
           02  FILLER             PIC X(45) VALUE
               'TRNID OPID CUSTOMER-KEY'.
           02  FILLER             PIC X(35) VALUE
               '        DATE    TIME CUST-NO   VIEW'.
       01  WS-RPT-DETAIL.
           02  RPTD-TRNID         PIC X(4).
           02  FILLER             PIC X(1) VALUE SPACE.
           02  RPTD-DATE          PIC 9(7).
           02  FILLER             PIC X(1) VALUE SPACE.
           02  RPTD-TIME          PIC 9(7).
           02  FILLER             PIC X(1) VALUE SPACE.
           02  RPTD-CUST-NUMBER   PIC X(7).
           02  FILLER             PIC X(3) VALUE SPACES.
           02  RPTD-VIEW-CLASS    PIC X.
       01  WS-RUN-DATE.
           02  WS-RUN-YYYY        PIC 9(4).
           02  WS-RUN-MM          PIC 9(2).
           MOVE RDA-CUST-KEY  TO RPTD-CUST-KEY
           MOVE RDA-DATE      TO RPTD-DATE
           MOVE RDA-TIME      TO RPTD-TIME
           MOVE RDA-CUST-NUMBER TO RPTD-CUST-NUMBER
           MOVE RDA-VIEW-CLASS TO RPTD-VIEW-CLASS
           MOVE WS-RPT-DETAIL TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-VIEW-CNT.
