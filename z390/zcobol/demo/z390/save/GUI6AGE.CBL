      *                   ENTIRELY - ADDED THE LEADING FILLER DIGIT SO
      *                   THE REDEFINES LINES UP WITH THE FULL 7-DIGIT
      *                   FIELD
      * 10/15/26 RPI 2240 GUI6HIST SELECT DECLARES THE NEW
      *                   HIST-CUST-DATE-KEY, HIST-OLD-NAME-KEY AND
      *                   HIST-NEW-NAME-KEY ALTERNATE KEYS (GUI6HIST
      *                   RECORD NOW 424 BYTES)
      * 10/15/26 RPI 2248 AGES ARE NOW BUSINESS TIME FROM THE SHARED
      *                   BUSTIME SUBPROGRAM - WEEKENDS AND BUSCAL
      *                   HOLIDAYS NO LONGER COUNT, A HALF DAY COUNTS
      *                   ONLY ITS HOURS - AND THE REPORT HEADING
      *                   STATES THE BASIS
      * 10/15/26 RPI 2249 OPTIONAL COMMA-DELIMITED COPY OF THE AGING
      *                   DETAIL ON GUI6AGDL, BUILT THROUGH THE SHARED
      *                   DLMROW ROUTINE - SWITCHED ON FOR THIS JOB BY
      *                   PARMFIL 'EXPORT-GUI6AGE' = 'Y'
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUI6AGE.
           SELECT GUI6HIST-FILE ASSIGN TO 'GUI6HIST'
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY HIST-KEY
               ALTERNATE RECORD KEY HIST-CUST-DATE-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY HIST-OLD-NAME-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY HIST-NEW-NAME-KEY WITH DUPLICATES.
           SELECT GUI6AGE-RPT ASSIGN TO 'GUI6AGRPT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT GUI6AGE-DLM ASSIGN TO 'GUI6AGDL'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BATCH-LOG-FILE ASSIGN TO 'BATCHLOG'
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
           COPY GUI6HIST.
       FD  GUI6AGE-RPT.
       01  RPT-LINE                PIC X(80).
       FD  GUI6AGE-DLM.
       01  DLM-LINE                PIC X(400).
       FD  BATCH-LOG-FILE.
       01  BL-LINE                 PIC X(80).
       WORKING-STORAGE SECTION.
       COPY BATCHLOG.
       COPY JULDAY.
       COPY BUSTIME.
       COPY DLMROW.
       01  WS-EOF-SW               PIC X VALUE 'N'.
           88  WS-NO-MORE-HIST           VALUE 'Y'.
       01  WS-PEND-CNT             PIC 9(5) VALUE 0.

      * TODAY'S TIME - ACCEPT FROM TIME IS HHMMSSHH, SO THE FIRST SIX
      * DIGITS ARE THE HHMMSS BUSTIME MEASURES TO
       01  WS-TODAY-TIME           PIC 9(8).

      * ONE HIST RECORD'S JULIAN DATE/TIME, UNPACKED FROM COMP-3 - THE
      * 0HHMMSS TIME'S LAST SIX DIGITS ARE ITS HHMMSS
       01  WS-HIST-DATE-DISP       PIC 9(7).
       01  WS-HIST-TIME-DISP       PIC 9(7).

       01  WS-AGE-DAYS             PIC S9(7) VALUE 0.
       01  WS-AGE-HOURS            PIC S9(7) VALUE 0.
       01  WS-HDG-1.
           02  FILLER       PIC X(31) VALUE
               'GUI6HIST PENDING-APPROVAL AGING'.
      * THE REPORT SAYS WHICH CLOCK ITS AGES ARE ON
       01  WS-HDG-BASIS.
           02  FILLER       PIC X(60) VALUE
               'AGE BASIS: BUSINESS TIME (WEEKENDS/HOLIDAYS EXCLUDED)'.
       01  WS-HDG-2.
           02  FILLER       PIC X(8)  VALUE 'TASKN'.
           02  FILLER       PIC X(6)  VALUE 'MAKER'.
           02  FILLER       PIC X(28) VALUE 'CUSTOMER'.
           02  FILLER       PIC X(8)  VALUE 'BUS DAYS'.
           02  FILLER       PIC X(8)  VALUE 'BUS HRS'.
           02  FILLER       PIC X(4)  VALUE 'TIER'.
       01  WS-DETAIL-LINE.
           02  DET-TASKN    PIC Z(6)9.
       MAINLINE.
           PERFORM WRITE-BATCH-START-ENTRY
           ACCEPT WS-RUN-DATE      FROM DATE YYYYMMDD
           ACCEPT WS-TODAY-TIME    FROM TIME
           OPEN INPUT GUI6HIST-FILE
           OPEN OUTPUT GUI6AGE-RPT
           MOVE WS-HDG-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HDG-BASIS TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HDG-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM OPEN-DELIMITED-EXPORT
           PERFORM READ-HIST-RECORD
           PERFORM UNTIL WS-NO-MORE-HIST
               IF HIST-APPR-PENDING OR HIST-APPR-PENDING-2ND
               PERFORM READ-HIST-RECORD
           END-PERFORM
           CLOSE GUI6HIST-FILE
           SET LK-BT-CLOSE TO TRUE
           CALL 'BUSTIME' USING BUSTIME-PARMS
           PERFORM WRITE-SUMMARY-LINE
           CLOSE GUI6AGE-RPT
           IF LK-DR-EXPORT-ON
               CLOSE GUI6AGE-DLM
           END-IF
           PERFORM WRITE-BATCH-LOG-ENTRY
           DISPLAY 'GUI6AGE PENDING APPROVALS FOUND: ' WS-PEND-CNT
           STOP RUN.

       READ-HIST-RECORD.
           READ GUI6HIST-FILE
               AT END SET WS-NO-MORE-HIST TO TRUE
           END-READ.

      * DECODE HIST-DATE TO A REAL DATE THROUGH JULDAY, THEN HAVE
      * BUSTIME MEASURE THE BUSINESS TIME FROM THE KEYING TO NOW -
      * WHOLE BUSINESS DAYS AND BUSINESS HOURS, SO A WEEKEND OR A
      * HOLIDAY SPENT WAITING IS NOT COUNTED AGAINST THE CHECKER
       WRITE-AGING-DETAIL.
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
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE HIST-TASKN    TO DET-TASKN
           MOVE HIST-MAKER-OPID TO DET-MAKER
           END-IF
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF LK-DR-EXPORT-ON
               PERFORM WRITE-DELIMITED-ROW
           END-IF
           ADD 1 TO WS-PEND-CNT.

      * ASK DLMROW WHETHER THIS JOB'S DELIMITED EXPORT IS SWITCHED
      * ON AND, IF SO, OPEN IT WITH ITS COLUMN-NAME HEADER ROW
       OPEN-DELIMITED-EXPORT.
           MOVE 'GUI6AGE' TO LK-DR-PROGRAM
           SET LK-DR-QUERY TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           IF LK-DR-EXPORT-ON
               OPEN OUTPUT GUI6AGE-DLM
               MOVE SPACES TO DLM-LINE
               STRING 'RUN_DATE,TASKN,MAKER,CUSTOMER,KEYED_DATE'
                      ',BUS_DAYS,BUS_HOURS,TIER'
                   DELIMITED BY SIZE INTO DLM-LINE
               WRITE DLM-LINE
           END-IF.

      * ONE DELIMITED ROW PER PRINTED DETAIL LINE - THE KEYED DATE
      * IS THE ONE JULDAY DECODED FOR THE AGE ABOVE
       WRITE-DELIMITED-ROW.
           SET LK-DR-NEW-ROW TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE WS-RUN-DATE TO LK-DR-DATE
           SET LK-DR-ADD-DATE TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE HIST-TASKN TO LK-DR-NUMBER
           MOVE 0 TO LK-DR-DECIMALS
           SET LK-DR-ADD-NUMBER TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE HIST-MAKER-OPID TO LK-DR-TEXT
           SET LK-DR-ADD-TEXT TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE HIST-NEW-NAME TO LK-DR-TEXT
           SET LK-DR-ADD-TEXT TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE LK-JD-DATE TO LK-DR-DATE
           SET LK-DR-ADD-DATE TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE WS-AGE-DAYS TO LK-DR-NUMBER
           MOVE 0 TO LK-DR-DECIMALS
           SET LK-DR-ADD-NUMBER TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE WS-AGE-HOURS TO LK-DR-NUMBER
           MOVE 0 TO LK-DR-DECIMALS
           SET LK-DR-ADD-NUMBER TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE DET-TIER TO LK-DR-TEXT
           SET LK-DR-ADD-TEXT TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE LK-DR-ROW TO DLM-LINE
           WRITE DLM-LINE.

       WRITE-SUMMARY-LINE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
