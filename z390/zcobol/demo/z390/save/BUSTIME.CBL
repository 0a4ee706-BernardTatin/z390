      ***************************************************************
      * Author.  Maintenance team, following the JULDAY/ADDRPICK
      *          style
      * Remarks. Shared business-time subprogram - see BUSTIME.CPY for
      *          the interface and BUSCAL.CPY for the calendar. Walks
      *          the days from the from-stamp to the to-stamp, works
      *          out each day's business hours (Monday to Friday at
      *          the PARMFIL standard hours, weekends closed, then any
      *          BUSCAL exception for the shop or the branch laid over
      *          that) and adds up the minutes of each day's hours
      *          that fall between the two stamps. Owns the BUSCAL
      *          file the way ADDRPICK owns CUSTADDR - opened with the
      *          PARMFIL settings on the first call and closed by the
      *          caller's ACTION 'C'. BUSCAL is OPTIONAL, so before
      *          the first holiday is loaded every weekday is a full
      *          business day.
      ***************************************************************
      * 10/15/26 RPI 2248 INITIAL CODING
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSTIME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARMFIL-FILE ASSIGN TO 'PARMFIL'
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY PRM-KEY.
           SELECT OPTIONAL BUSCAL-FILE ASSIGN TO 'BUSCAL'
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY BC-KEY.
       DATA DIVISION.
       FILE SECTION.
       FD  PARMFIL-FILE.
           COPY PARMFIL.
       FD  BUSCAL-FILE.
           COPY BUSCAL.

       WORKING-STORAGE SECTION.
       01  WS-OPEN-SW            PIC X VALUE 'N'.
           88  WS-FILE-OPEN          VALUE 'Y'.
       01  WS-FOUND-SW           PIC X VALUE 'N'.
           88  WS-CAL-FOUND          VALUE 'Y'.

      * STANDARD BUSINESS DAY FROM PARMFIL, KEPT AS MINUTES INTO THE
      * DAY - COMPILED-IN DEFAULT 0800 TO 1700
       01  WS-STD-START-HHMM     PIC 9(4) VALUE 0800.
       01  WS-STD-END-HHMM       PIC 9(4) VALUE 1700.
       01  WS-STD-OPEN-MIN       PIC 9(4).
       01  WS-STD-CLOSE-MIN      PIC 9(4).
       01  WS-STD-DAY-MIN        PIC 9(4).

      * THE DAY BEING MEASURED AND ITS BUSINESS HOURS IN MINUTES
      * INTO THE DAY (OPEN = CLOSE WHEN CLOSED ALL DAY)
       01  WS-FIRST-INT          PIC 9(7).
       01  WS-LAST-INT           PIC 9(7).
       01  WS-DAY-INT            PIC 9(7).
       01  WS-DAY-DATE           PIC 9(8).
       01  WS-WEEKDAY            PIC 9.
       01  WS-OPEN-MIN           PIC 9(4).
       01  WS-CLOSE-MIN          PIC 9(4).
       01  WS-FROM-MIN           PIC 9(4).
       01  WS-TO-MIN             PIC 9(4).
       01  WS-SPAN-START         PIC 9(4).
       01  WS-SPAN-END           PIC 9(4).

      * HHMM (OR THE HHMM OF AN HHMMSS) TO MINUTES INTO THE DAY
       01  WS-HHMM               PIC 9(4).
       01  WS-HHMM-R REDEFINES WS-HHMM.
           02  WS-HHMM-HH        PIC 9(2).
           02  WS-HHMM-MM        PIC 9(2).
       01  WS-MINUTES            PIC 9(4).

      * NO SLA LOOKS BACK FURTHER THAN THIS - AN OLDER FROM-STAMP IS
      * MEASURED FROM THIS MANY DAYS BEFORE THE TO-STAMP
       01  WS-MAX-DAYS           PIC 9(4) VALUE 3660.

       LINKAGE SECTION.
       COPY BUSTIME.

       PROCEDURE DIVISION USING BUSTIME-PARMS.
       MAINLINE.
           EVALUATE TRUE
               WHEN LK-BT-MEASURE
                   IF NOT WS-FILE-OPEN
                       PERFORM LOAD-SETTINGS
                   END-IF
                   PERFORM MEASURE-BUSINESS-TIME
               WHEN LK-BT-SETTINGS
                   IF NOT WS-FILE-OPEN
                       PERFORM LOAD-SETTINGS
                   END-IF
               WHEN LK-BT-CLOSE
                   IF WS-FILE-OPEN
                       CLOSE BUSCAL-FILE
                       MOVE 'N' TO WS-OPEN-SW
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           COMPUTE LK-BT-DAY-HOURS = WS-STD-DAY-MIN / 60
           GOBACK.

      * STANDARD HOURS FROM PARMFIL (A MISSING OR BAD VALUE KEEPS THE
      * DEFAULT), THEN BUSCAL OPENED FOR THE REST OF THE JOB
       LOAD-SETTINGS.
           OPEN INPUT PARMFIL-FILE
           MOVE 'BUSINESS-DAY-START' TO PRM-NAME
           READ PARMFIL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PRM-VALUE NOT = SPACES
                       COMPUTE WS-STD-START-HHMM =
                           FUNCTION NUMVAL(PRM-VALUE)
                   END-IF
           END-READ
           MOVE 'BUSINESS-DAY-END' TO PRM-NAME
           READ PARMFIL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PRM-VALUE NOT = SPACES
                       COMPUTE WS-STD-END-HHMM =
                           FUNCTION NUMVAL(PRM-VALUE)
                   END-IF
           END-READ
           CLOSE PARMFIL-FILE
           IF WS-STD-START-HHMM NOT < WS-STD-END-HHMM
                   OR WS-STD-END-HHMM > 2400
               MOVE 0800 TO WS-STD-START-HHMM
               MOVE 1700 TO WS-STD-END-HHMM
           END-IF
           MOVE WS-STD-START-HHMM TO WS-HHMM
           PERFORM HHMM-TO-MINUTES
           MOVE WS-MINUTES TO WS-STD-OPEN-MIN
           MOVE WS-STD-END-HHMM TO WS-HHMM
           PERFORM HHMM-TO-MINUTES
           MOVE WS-MINUTES TO WS-STD-CLOSE-MIN
           COMPUTE WS-STD-DAY-MIN = WS-STD-CLOSE-MIN - WS-STD-OPEN-MIN
           OPEN INPUT BUSCAL-FILE
           SET WS-FILE-OPEN TO TRUE.

       MEASURE-BUSINESS-TIME.
           MOVE 0 TO LK-BT-BUS-MINUTES
           MOVE 0 TO LK-BT-BUS-HOURS
           MOVE 0 TO LK-BT-BUS-DAYS
           IF LK-BT-FROM-DATE IS NUMERIC AND LK-BT-TO-DATE IS NUMERIC
                   AND LK-BT-FROM-DATE > 0 AND LK-BT-TO-DATE > 0
               IF LK-BT-TO-DATE > LK-BT-FROM-DATE
                       OR (LK-BT-TO-DATE = LK-BT-FROM-DATE
                           AND LK-BT-TO-TIME > LK-BT-FROM-TIME)
                   PERFORM MEASURE-SPAN
               END-IF
           END-IF.

       MEASURE-SPAN.
           COMPUTE WS-FIRST-INT =
               FUNCTION INTEGER-OF-DATE(LK-BT-FROM-DATE)
           COMPUTE WS-LAST-INT =
               FUNCTION INTEGER-OF-DATE(LK-BT-TO-DATE)
           MOVE LK-BT-FROM-TIME(1:4) TO WS-HHMM
           PERFORM HHMM-TO-MINUTES
           MOVE WS-MINUTES TO WS-FROM-MIN
           IF WS-LAST-INT - WS-FIRST-INT > WS-MAX-DAYS
               COMPUTE WS-FIRST-INT = WS-LAST-INT - WS-MAX-DAYS
               MOVE 0 TO WS-FROM-MIN
           END-IF
           MOVE LK-BT-TO-TIME(1:4) TO WS-HHMM
           PERFORM HHMM-TO-MINUTES
           MOVE WS-MINUTES TO WS-TO-MIN
           PERFORM VARYING WS-DAY-INT FROM WS-FIRST-INT BY 1
                   UNTIL WS-DAY-INT > WS-LAST-INT
               PERFORM ADD-DAY-MINUTES
           END-PERFORM
           COMPUTE LK-BT-BUS-HOURS = LK-BT-BUS-MINUTES / 60
           IF WS-STD-DAY-MIN > 0
               COMPUTE LK-BT-BUS-DAYS =
                   LK-BT-BUS-MINUTES / WS-STD-DAY-MIN
           END-IF.

      * THE PART OF THIS DAY'S BUSINESS HOURS INSIDE THE MEASURED
      * SPAN - FROM THE FROM-TIME ON THE FIRST DAY, TO THE TO-TIME ON
      * THE LAST, THE WHOLE DAY IN BETWEEN
       ADD-DAY-MINUTES.
           PERFORM SET-DAY-HOURS
           IF WS-DAY-INT = WS-FIRST-INT
               MOVE WS-FROM-MIN TO WS-SPAN-START
           ELSE
               MOVE 0 TO WS-SPAN-START
           END-IF
           IF WS-DAY-INT = WS-LAST-INT
               MOVE WS-TO-MIN TO WS-SPAN-END
           ELSE
               MOVE 1440 TO WS-SPAN-END
           END-IF
           IF WS-OPEN-MIN > WS-SPAN-START
               MOVE WS-OPEN-MIN TO WS-SPAN-START
           END-IF
           IF WS-CLOSE-MIN < WS-SPAN-END
               MOVE WS-CLOSE-MIN TO WS-SPAN-END
           END-IF
           IF WS-SPAN-END > WS-SPAN-START
               COMPUTE LK-BT-BUS-MINUTES = LK-BT-BUS-MINUTES
                   + WS-SPAN-END - WS-SPAN-START
           END-IF.

      * INTEGER-OF-DATE DAY 1 (01/01/1601) WAS A MONDAY, SO THE DAY
      * NUMBER LESS ONE, MOD 7, GIVES 0 FOR MONDAY THROUGH 6 FOR
      * SUNDAY. THE SHOP-WIDE CALENDAR ENTRY IS LAID OVER THE WEEKDAY
      * DEFAULT, THEN THE BRANCH'S OWN ENTRY OVER THAT
       SET-DAY-HOURS.
           COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-INT - 1, 7)
           IF WS-WEEKDAY < 5
               MOVE WS-STD-OPEN-MIN  TO WS-OPEN-MIN
               MOVE WS-STD-CLOSE-MIN TO WS-CLOSE-MIN
           ELSE
               MOVE 0 TO WS-OPEN-MIN
               MOVE 0 TO WS-CLOSE-MIN
           END-IF
           MOVE SPACES      TO BC-BRANCH
           MOVE WS-DAY-DATE TO BC-DATE
           PERFORM READ-CALENDAR-DAY
           IF WS-CAL-FOUND
               PERFORM APPLY-CALENDAR-DAY
           END-IF
           IF LK-BT-BRANCH NOT = SPACES
               MOVE LK-BT-BRANCH TO BC-BRANCH
               MOVE WS-DAY-DATE  TO BC-DATE
               PERFORM READ-CALENDAR-DAY
               IF WS-CAL-FOUND
                   PERFORM APPLY-CALENDAR-DAY
               END-IF
           END-IF.

       READ-CALENDAR-DAY.
           MOVE 'Y' TO WS-FOUND-SW
           READ BUSCAL-FILE
               INVALID KEY MOVE 'N' TO WS-FOUND-SW
           END-READ.

       APPLY-CALENDAR-DAY.
           EVALUATE TRUE
               WHEN BC-HOLIDAY
                   MOVE 0 TO WS-OPEN-MIN
                   MOVE 0 TO WS-CLOSE-MIN
               WHEN BC-HALF-DAY
               WHEN BC-WORKING-DAY
                   MOVE WS-STD-OPEN-MIN  TO WS-OPEN-MIN
                   MOVE WS-STD-CLOSE-MIN TO WS-CLOSE-MIN
                   IF BC-OPEN-HHMM > 0
                       MOVE BC-OPEN-HHMM TO WS-HHMM
                       PERFORM HHMM-TO-MINUTES
                       MOVE WS-MINUTES TO WS-OPEN-MIN
                   END-IF
                   IF BC-CLOSE-HHMM > 0
                       MOVE BC-CLOSE-HHMM TO WS-HHMM
                       PERFORM HHMM-TO-MINUTES
                       MOVE WS-MINUTES TO WS-CLOSE-MIN
                   END-IF
                   IF WS-CLOSE-MIN < WS-OPEN-MIN
                       MOVE WS-OPEN-MIN TO WS-CLOSE-MIN
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       HHMM-TO-MINUTES.
           IF WS-HHMM NOT NUMERIC
               MOVE 0 TO WS-MINUTES
           ELSE
               COMPUTE WS-MINUTES = (WS-HHMM-HH * 60) + WS-HHMM-MM
               IF WS-MINUTES > 1440
                   MOVE 1440 TO WS-MINUTES
               END-IF
           END-IF.
