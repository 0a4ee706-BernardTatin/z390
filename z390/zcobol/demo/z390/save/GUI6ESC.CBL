      * 09/01/26 RPI 2202 AGE ARITHMETIC NOW COMES FROM THE SHARED
      *                   JULDAY SUBPROGRAM INSTEAD OF THE 366-DAY-
      *                   YEAR APPROXIMATION COPIED FROM GUI6AGE
      * 10/15/26 RPI 2240 GUI6HIST SELECT DECLARES THE NEW
      *                   HIST-CUST-DATE-KEY, HIST-OLD-NAME-KEY AND
      *                   HIST-NEW-NAME-KEY ALTERNATE KEYS (GUI6HIST
      *                   RECORD NOW 424 BYTES); THE SHARED HISTAIX
      *                   SUBPROGRAM SETS THEM BEFORE EVERY WRITE OR
      *                   REWRITE
      * 10/15/26 RPI 2248 AGE AND THE ESCALATION THRESHOLD ARE NOW
      *                   BUSINESS HOURS FROM THE SHARED BUSTIME
      *                   SUBPROGRAM - A CHANGE KEYED LATE FRIDAY NO
      *                   LONGER ESCALATES OVER THE WEEKEND OR A BUSCAL
      *                   HOLIDAY. WITH NO PARM CARD THE THRESHOLD IS
      *                   ONE STANDARD BUSINESS DAY, AND THE REPORT
      *                   HEADING STATES THE BASIS
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUI6ESC.
           SELECT GUI6HIST-FILE ASSIGN TO 'GUI6HIST'
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY HIST-KEY
               ALTERNATE RECORD KEY HIST-CUST-DATE-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY HIST-OLD-NAME-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY HIST-NEW-NAME-KEY WITH DUPLICATES.
           SELECT GUI6ESC-RPT ASSIGN TO 'GUI6ESRP'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BATCH-LOG-FILE ASSIGN TO 'BATCHLOG'
       WORKING-STORAGE SECTION.
       COPY BATCHLOG.
       COPY JULDAY.
       COPY BUSTIME.
       01  WS-EOF-SW               PIC X VALUE 'N'.
           88  WS-NO-MORE-HIST           VALUE 'Y'.
       01  WS-PARM-EOF-SW          PIC X VALUE 'N'.
       01  WS-ESC-CNT              PIC 9(5) VALUE 0.
       01  WS-PEND-CNT             PIC 9(5) VALUE 0.

      * ESCALATION THRESHOLD IN BUSINESS HOURS - OVERRIDABLE PER RUN
      * FROM THE SYSIN PARM CARD, DEFAULTED TO THE AGREED ONE-
      * BUSINESS-DAY SLA (THE STANDARD DAY'S LENGTH FROM BUSTIME)
       01  WS-ESC-THRESHOLD-HRS    PIC 9(3) VALUE 0.

      * TODAY'S JULIAN DATE/TIME, DECODED THE SAME WAY GUI6AGE
      * DECODES ITS OWN WS-TODAY-JULIAN
       01  WS-TODAY-JULIAN         PIC 9(5).
       01  WS-TODAY-CCYY           PIC 9(4).
       01  WS-TODAY-TIME           PIC 9(8).
       01  WS-TODAY-EIB-DATE       PIC 9(7).

      * ONE HIST RECORD'S JULIAN DATE/TIME, UNPACKED FROM COMP-3 THE
      * SAME WAY GUI6AGE UNPACKS HIST-DATE/HIST-TIME
       01  WS-HIST-DATE-DISP       PIC 9(7).
       01  WS-HIST-TIME-DISP       PIC 9(7).
       01  WS-AGE-HOURS            PIC S9(7) VALUE 0.

       01  WS-HDG-1.
           02  FILLER       PIC X(37) VALUE
               'GUI6HIST PENDING-APPROVAL ESCALATION'.
      * THE REPORT SAYS WHICH CLOCK THE THRESHOLD IS ON
       01  WS-HDG-BASIS.
           02  FILLER       PIC X(44) VALUE
               'AGE BASIS: BUSINESS TIME - ESCALATED PAST '.
           02  HDG-THRESHOLD PIC ZZ9.
           02  FILLER       PIC X(15) VALUE ' BUSINESS HOURS'.
       01  WS-HDG-2.
           02  FILLER       PIC X(8)  VALUE 'TASKN'.
           02  FILLER       PIC X(6)  VALUE 'MAKER'.
           02  FILLER       PIC X(28) VALUE 'CUSTOMER'.
           02  FILLER       PIC X(8)  VALUE 'BUS HRS'.
       01  WS-DETAIL-LINE.
           02  DET-TASKN    PIC Z(6)9.
           02  FILLER       PIC X(2) VALUE SPACES.
           ACCEPT WS-RUN-DATE      FROM DATE YYYYMMDD
           ACCEPT WS-TODAY-JULIAN  FROM DAY
           ACCEPT WS-TODAY-TIME    FROM TIME
           PERFORM CALC-TODAY-CCYY
           PERFORM READ-THRESHOLD-PARM
           OPEN I-O GUI6HIST-FILE
           OPEN OUTPUT GUI6ESC-RPT
           MOVE WS-HDG-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-ESC-THRESHOLD-HRS TO HDG-THRESHOLD
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
           PERFORM WRITE-SUMMARY-LINE
           CLOSE GUI6ESC-RPT
           PERFORM WRITE-BATCH-LOG-ENTRY
           STOP RUN.

      * OPTIONAL SYSIN OVERRIDE OF THE ESCALATION THRESHOLD - A
      * MISSING FILE OR BLANK/NON-NUMERIC/ZERO CARD KEEPS THE ONE-
      * BUSINESS-DAY DEFAULT
       READ-THRESHOLD-PARM.
           OPEN INPUT PARM-FILE
           READ PARM-FILE
                   MOVE PARM-ESC-HOURS TO WS-ESC-THRESHOLD-HRS
               END-IF
           END-IF
           CLOSE PARM-FILE
           IF WS-ESC-THRESHOLD-HRS = 0
               SET LK-BT-SETTINGS TO TRUE
               CALL 'BUSTIME' USING BUSTIME-PARMS
               MOVE LK-BT-DAY-HOURS TO WS-ESC-THRESHOLD-HRS
           END-IF.

      * TODAY'S CCYY FROM THE SHARED JULDAY SUBPROGRAM (RPI 2202)
      * FOR THE EIBDATE-STYLE ESCALATION STAMP BUILT BELOW - THE AGE
      * ITSELF NOW COMES FROM BUSTIME
       CALC-TODAY-CCYY.
           MOVE WS-TODAY-JULIAN TO LK-JD-JULIAN
           CALL 'JULDAY' USING JULDAY-PARMS
           COMPUTE WS-TODAY-CCYY = LK-JD-DATE / 10000.

       READ-HIST-RECORD.
               AT END SET WS-NO-MORE-HIST TO TRUE
           END-READ.

      * DECODE HIST-DATE/HIST-TIME, MEASURE THE PENDING RECORD'S AGE
      * IN BUSINESS HOURS THROUGH BUSTIME, AND STAMP IT ESCALATED
      * ONCE IT IS PAST THE THRESHOLD - A CHANGE KEYED LATE FRIDAY
      * DOES NOT ESCALATE OVER THE WEEKEND. THE STAMP ITSELF RIDES
      * THE HISTORY RECORD SO THE ESCALATION IS PART OF THE TRAIL
       ESCALATE-IF-AGED.
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
           MOVE LK-BT-BUS-HOURS TO WS-AGE-HOURS
           IF WS-AGE-HOURS > WS-ESC-THRESHOLD-HRS
               SET HIST-ESCALATED TO TRUE
      * THE DDD PART OF TODAY'S YYDDD PLUS THE CENTURY-RELATIVE YEAR
      * ACCEPT FROM TIME IS HHMMSSHH - DROP THE HUNDREDTHS SO THE
      * STAMP MATCHES THE 0HHMMSS SHAPE EIBTIME PUTS IN HIST-TIME
               COMPUTE HIST-ESC-TIME = WS-TODAY-TIME / 100
               CALL 'HISTAIX' USING HIST-RECORD
               REWRITE HIST-RECORD
               ADD 1 TO WS-ESC-CNT
               MOVE SPACES TO WS-DETAIL-LINE
