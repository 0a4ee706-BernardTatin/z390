      *                   ADDED THE LEADING FILLER DIGIT TO BOTH SO
      *                   THE REDEFINES LINE UP WITH THE FULL 7-DIGIT
      *                   FIELDS
      * 10/15/26 RPI 2240 GUI6HIST SELECT DECLARES THE NEW
      *                   HIST-CUST-DATE-KEY, HIST-OLD-NAME-KEY AND
      *                   HIST-NEW-NAME-KEY ALTERNATE KEYS (GUI6HIST
      *                   RECORD NOW 424 BYTES)
      * 10/15/26 RPI 2248 TURNAROUND IS NOW BUSINESS HOURS FROM THE
      *                   SHARED BUSTIME SUBPROGRAM, WITH BOTH STAMPS
      *                   DECODED EXACTLY BY JULDAY - REPLACES THE
      *                   CCYY*366+DDD APPROXIMATION AND NO LONGER
      *                   COUNTS WEEKENDS OR BUSCAL HOLIDAYS AGAINST A
      *                   CHECKER. THE REPORT HEADING STATES THE BASIS
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUI6CHK.
           SELECT GUI6HIST-FILE ASSIGN TO 'GUI6HIST'
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY HIST-KEY
               ALTERNATE RECORD KEY HIST-CUST-DATE-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY HIST-OLD-NAME-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY HIST-NEW-NAME-KEY WITH DUPLICATES.
           SELECT GUI6CHK-RPT ASSIGN TO 'GUI6CKRP'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BATCH-LOG-FILE ASSIGN TO 'BATCHLOG'
       01  BL-LINE                 PIC X(80).
       WORKING-STORAGE SECTION.
       COPY BATCHLOG.
       COPY JULDAY.
       COPY BUSTIME.
       01  WS-EOF-SW               PIC X VALUE 'N'.
           88  WS-NO-MORE-HIST           VALUE 'Y'.
       01  WS-APPR-CNT             PIC 9(5) VALUE 0.
      * HIST-DATE/HIST-TIME AND HIST-APPR-DATE/HIST-APPR-TIME, UNPACKED
      * THE SAME WAY GUI6AGE.CBL UNPACKS THE COMP-3 JULIAN FIELDS
       01  WS-KEY-DATE-DISP         PIC 9(7).
       01  WS-KEY-TIME-DISP         PIC 9(7).
       01  WS-APPR-DATE-DISP        PIC 9(7).
       01  WS-APPR-TIME-DISP        PIC 9(7).

       01  WS-TURN-HOURS            PIC S9(7) VALUE 0.

       01  WS-HDG-1.
           02  FILLER       PIC X(41) VALUE
               'CHECKER TURNAROUND/PERFORMANCE REPORT'.
      * THE REPORT SAYS WHICH CLOCK THE TURNAROUND IS ON
       01  WS-HDG-BASIS.
           02  FILLER       PIC X(50) VALUE
               'BASIS: BUSINESS HOURS (WEEKENDS/HOLIDAYS EXCLUDED)'.
       01  WS-HDG-2.
           02  FILLER       PIC X(8)  VALUE 'CHECKER'.
           02  FILLER       PIC X(10) VALUE 'APPROVALS'.
           OPEN OUTPUT GUI6CHK-RPT
           MOVE WS-HDG-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HDG-BASIS TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HDG-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
               PERFORM READ-HIST-RECORD
           END-PERFORM
           CLOSE GUI6HIST-FILE
           SET LK-BT-CLOSE TO TRUE
           CALL 'BUSTIME' USING BUSTIME-PARMS
           PERFORM VARYING WS-CHK-SUB FROM 1 BY 1
                   UNTIL WS-CHK-SUB > WS-CHK-TBL-CNT
               PERFORM WRITE-CHECKER-LINE
               AT END SET WS-NO-MORE-HIST TO TRUE
           END-READ.

      * MEASURE THIS RECORD'S TURNAROUND IN BUSINESS HOURS THROUGH
      * BUSTIME (BOTH STAMPS TURNED INTO REAL DATES BY JULDAY) AND
      * FOLD IT INTO THE ACCUMULATOR ENTRY FOR HIST-CHECKER-OPID - A
      * CHANGE KEYED FRIDAY AND APPROVED MONDAY MORNING IS A FEW
      * HOURS, NOT A WEEKEND
       ACCUMULATE-TURNAROUND.
           MOVE HIST-DATE TO WS-KEY-DATE-DISP
           MOVE HIST-TIME TO WS-KEY-TIME-DISP
           MOVE HIST-APPR-DATE TO WS-APPR-DATE-DISP
           MOVE HIST-APPR-TIME TO WS-APPR-TIME-DISP
           SET LK-BT-MEASURE TO TRUE
           MOVE SPACES TO LK-BT-BRANCH
           MOVE WS-KEY-DATE-DISP TO LK-JD-JULIAN
           CALL 'JULDAY' USING JULDAY-PARMS
           MOVE LK-JD-DATE              TO LK-BT-FROM-DATE
           MOVE WS-KEY-TIME-DISP(2:6)   TO LK-BT-FROM-TIME
           MOVE WS-APPR-DATE-DISP TO LK-JD-JULIAN
           CALL 'JULDAY' USING JULDAY-PARMS
           MOVE LK-JD-DATE              TO LK-BT-TO-DATE
           MOVE WS-APPR-TIME-DISP(2:6)  TO LK-BT-TO-TIME
           CALL 'BUSTIME' USING BUSTIME-PARMS
           MOVE LK-BT-BUS-HOURS TO WS-TURN-HOURS
           PERFORM FIND-OR-ADD-CHECKER
           IF WS-CHK-SUB <= WS-CHK-TBL-CNT
               ADD WS-TURN-HOURS TO CHK-TOTAL-HOURS(WS-CHK-SUB)
