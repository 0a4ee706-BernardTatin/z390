      *                   OF WHERE THEY BELONG - ADDED THE LEADING
      *                   FILLER DIGIT SO THE REDEFINES LINES UP WITH
      *                   THE FULL 7-DIGIT FIELD
      * 10/15/26 RPI 2240 GUI6HIST SELECT DECLARES THE NEW
      *                   HIST-CUST-DATE-KEY, HIST-OLD-NAME-KEY AND
      *                   HIST-NEW-NAME-KEY ALTERNATE KEYS (GUI6HIST
      *                   RECORD NOW 424 BYTES)
      * 10/15/26 RPI 2248 AGE IS NOW BUSINESS TIME FROM THE SHARED
      *                   BUSTIME SUBPROGRAM (HIST-DATE DECODED EXACTLY
      *                   BY JULDAY) - REPLACES THE 366-DAY
      *                   APPROXIMATION, SO A WEEKEND OR BUSCAL HOLIDAY
      *                   NO LONGER INFLATES THE PRIORITY SCORE. THE
      *                   REPORT HEADING STATES THE BASIS
      * 10/15/26 RPI 2249 OPTIONAL COMMA-DELIMITED COPY OF THE RANKED
      *                   LIST ON GUI6PRDL, BUILT THROUGH THE SHARED
      *                   DLMROW ROUTINE - SWITCHED ON FOR THIS JOB BY
      *                   PARMFIL 'EXPORT-GUI6PRI' = 'Y'
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUI6PRI.
           SELECT GUI6HIST-FILE ASSIGN TO 'GUI6HIST'
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY HIST-KEY
               ALTERNATE RECORD KEY HIST-CUST-DATE-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY HIST-OLD-NAME-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY HIST-NEW-NAME-KEY WITH DUPLICATES.
           SELECT GUI6PRI-RPT ASSIGN TO 'GUI6PRRPT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT GUI6PRI-DLM ASSIGN TO 'GUI6PRDL'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BATCH-LOG-FILE ASSIGN TO 'BATCHLOG'
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
           COPY GUI6HIST.
       FD  GUI6PRI-RPT.
       01  RPT-LINE                PIC X(80).
       FD  GUI6PRI-DLM.
       01  DLM-LINE                PIC X(400).
       FD  BATCH-LOG-FILE.
       01  BL-LINE                 PIC X(80).
       WORKING-STORAGE SECTION.
       COPY BATCHLOG.
       COPY JULDAY.
       COPY BUSTIME.
       COPY DLMROW.
       01  WS-EOF-SW               PIC X VALUE 'N'.
           88  WS-NO-MORE-HIST         VALUE 'Y'.
       01  WS-PEND-CNT             PIC 9(5) VALUE 0.

      * TODAY'S TIME OF DAY - THE DATE IS WS-RUN-DATE
       01  WS-TODAY-TIME           PIC 9(8).

      * ONE HIST RECORD'S JULIAN DATE/TIME, UNPACKED FROM COMP-3
       01  WS-HIST-DATE-DISP       PIC 9(7).
       01  WS-HIST-TIME-DISP       PIC 9(7).

       01  WS-AGE-DAYS             PIC S9(7) VALUE 0.
       01  WS-AGE-HOURS            PIC S9(7) VALUE 0.
       01  WS-HDG-1.
           02  FILLER       PIC X(40) VALUE
               'GUI6HIST PENDING-APPROVAL PRIORITY LIST'.
      * THE REPORT SAYS WHICH CLOCK THE AGE IS ON
       01  WS-HDG-BASIS.
           02  FILLER       PIC X(54) VALUE
               'AGE BASIS: BUSINESS TIME (WEEKENDS/HOLIDAYS EXCLUDED)'.
       01  WS-HDG-2.
           02  FILLER       PIC X(8)  VALUE 'TASKN'.
           02  FILLER       PIC X(6)  VALUE 'MAKER'.
           02  FILLER       PIC X(28) VALUE 'CUSTOMER'.
           02  FILLER       PIC X(7)  VALUE 'BUS DY'.
           02  FILLER       PIC X(7)  VALUE 'BUS HR'.
           02  FILLER       PIC X(12) VALUE 'AMOUNT'.
           02  FILLER       PIC X(10) VALUE 'SCORE'.
       01  WS-DETAIL-LINE.
       MAINLINE.
           PERFORM WRITE-BATCH-START-ENTRY
           ACCEPT WS-RUN-DATE      FROM DATE YYYYMMDD
           ACCEPT WS-TODAY-TIME    FROM TIME
           OPEN INPUT GUI6HIST-FILE
           PERFORM READ-AND-ACCUMULATE-PENDING
           CLOSE GUI6HIST-FILE
           SET LK-BT-CLOSE TO TRUE
           CALL 'BUSTIME' USING BUSTIME-PARMS
           PERFORM RANK-PRI-TABLE
           OPEN OUTPUT GUI6PRI-RPT
           PERFORM WRITE-REPORT-HEADING
           PERFORM OPEN-DELIMITED-EXPORT
           PERFORM VARYING WS-PRI-SUB FROM 1 BY 1
                   UNTIL WS-PRI-SUB > WS-PRI-CNT-TOTAL
               PERFORM WRITE-DETAIL-LINE
           END-PERFORM
           PERFORM WRITE-SUMMARY-LINE
           CLOSE GUI6PRI-RPT
           IF LK-DR-EXPORT-ON
               CLOSE GUI6PRI-DLM
           END-IF
           PERFORM WRITE-BATCH-LOG-ENTRY
           DISPLAY 'GUI6PRI PENDING APPROVALS FOUND: ' WS-PEND-CNT
           STOP RUN.

      * READ EVERY GUI6HIST RECORD AND ADD ONE TABLE ENTRY FOR EACH
      * ONE STILL AWAITING CHECKER APPROVAL, UP TO THE 100-ENTRY
      * TABLE CAPACITY
               AT END SET WS-NO-MORE-HIST TO TRUE
           END-READ.

      * DECODE HIST-DATE/HIST-TIME INTO A BUSINESS-TIME AGE THROUGH
      * JULDAY AND BUSTIME AND CAPTURE THE LARGER OF THE TWO PAYMENT-
      * AMOUNT FIELDS AS THE DOLLAR AMOUNT INVOLVED, THEN ADD ONE
      * TABLE ENTRY SCORED BY THEIR PRODUCT
       ACCUMULATE-PENDING-ENTRY.
           MOVE HIST-DATE TO WS-HIST-DATE-DISP
           MOVE HIST-TIME TO WS-HIST-TIME-DISP
           MOVE WS-HIST-DATE-DISP TO LK-JD-JULIAN
           CALL 'JULDAY' USING JULDAY-PARMS
           SET LK-BT-MEASURE TO TRUE
           MOVE SPACES                  TO LK-BT-BRANCH
           MOVE LK-JD-DATE              TO LK-BT-FROM-DATE
           MOVE WS-HIST-TIME-DISP(2:6)  TO LK-BT-FROM-TIME
           MOVE WS-RUN-DATE             TO LK-BT-TO-DATE
           MOVE WS-TODAY-TIME(1:6)      TO LK-BT-TO-TIME
           CALL 'BUSTIME' USING BUSTIME-PARMS
           MOVE LK-BT-BUS-DAYS  TO WS-AGE-DAYS
           MOVE LK-BT-BUS-HOURS TO WS-AGE-HOURS
      * SINCE RPI 2199 THE RANKING USES THE FXRATE-CONVERTED USD
      * FIGURES, SO A EUR CHANGE RANKS BY WHAT IT IS REALLY WORTH
           MOVE FUNCTION ABS(HIST-PAYMEI-USD) TO WS-AMOUNT
       WRITE-REPORT-HEADING.
           MOVE WS-HDG-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HDG-BASIS TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HDG-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           MOVE PRI-AMOUNT(WS-PRI-SUB)   TO DET-AMOUNT
           MOVE PRI-SCORE(WS-PRI-SUB)    TO DET-SCORE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF LK-DR-EXPORT-ON
               PERFORM WRITE-DELIMITED-ROW
           END-IF.

      * ASK DLMROW WHETHER THIS JOB'S DELIMITED EXPORT IS SWITCHED
      * ON AND, IF SO, OPEN IT WITH ITS COLUMN-NAME HEADER ROW
       OPEN-DELIMITED-EXPORT.
           MOVE 'GUI6PRI' TO LK-DR-PROGRAM
           SET LK-DR-QUERY TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           IF LK-DR-EXPORT-ON
               OPEN OUTPUT GUI6PRI-DLM
               MOVE SPACES TO DLM-LINE
               STRING 'RUN_DATE,RANK,TASKN,MAKER,CUSTOMER'
                      ',BUS_DAYS,BUS_HOURS,AMOUNT_USD,SCORE'
                   DELIMITED BY SIZE INTO DLM-LINE
               WRITE DLM-LINE
           END-IF.

      * ONE DELIMITED ROW PER PRINTED DETAIL LINE, IN RANK ORDER
       WRITE-DELIMITED-ROW.
           SET LK-DR-NEW-ROW TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE WS-RUN-DATE TO LK-DR-DATE
           SET LK-DR-ADD-DATE TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE WS-PRI-SUB TO LK-DR-NUMBER
           MOVE 0 TO LK-DR-DECIMALS
           SET LK-DR-ADD-NUMBER TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE PRI-TASKN(WS-PRI-SUB) TO LK-DR-NUMBER
           MOVE 0 TO LK-DR-DECIMALS
           SET LK-DR-ADD-NUMBER TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE PRI-MAKER(WS-PRI-SUB) TO LK-DR-TEXT
           SET LK-DR-ADD-TEXT TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE PRI-CUST(WS-PRI-SUB) TO LK-DR-TEXT
           SET LK-DR-ADD-TEXT TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE PRI-AGE-DAYS(WS-PRI-SUB) TO LK-DR-NUMBER
           MOVE 0 TO LK-DR-DECIMALS
           SET LK-DR-ADD-NUMBER TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE PRI-AGE-HOURS(WS-PRI-SUB) TO LK-DR-NUMBER
           MOVE 0 TO LK-DR-DECIMALS
           SET LK-DR-ADD-NUMBER TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE PRI-AMOUNT(WS-PRI-SUB) TO LK-DR-NUMBER
           MOVE 0 TO LK-DR-DECIMALS
           SET LK-DR-ADD-NUMBER TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE PRI-SCORE(WS-PRI-SUB) TO LK-DR-NUMBER
           MOVE 0 TO LK-DR-DECIMALS
           SET LK-DR-ADD-NUMBER TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE LK-DR-ROW TO DLM-LINE
           WRITE DLM-LINE.

       WRITE-SUMMARY-LINE.
           MOVE SPACES TO RPT-LINE
