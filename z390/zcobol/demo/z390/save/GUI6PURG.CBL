      *          (using the same HIST-DATE Julian-date age arithmetic
      *          GUI6AGE already uses), then does the same for CUSTFIL,
      *          tied to GUI6HIST retention rather than a date field of
      *          its own (CUSTFIL carries no timestamp): each
      *          customer's most recent HIST-DATE is read off GUI6HIST's
      *          customer-number/date alternate key, before any aged
      *          history is removed, and a CUSTFIL record is archived
      *          and removed only if that most recent change is
      *          genuinely older than retention - a customer with no
      *          GUI6HIST entry at all is counted and left in place,
      *          since GUI6HIST only records changes and a never-
      * 09/01/26 RPI 2199 GUI6HARC-DETAIL CARRIES HIST-PAY-CCY AND
      *                   THE CONVERTED HIST-PAYMEI-USD/
      *                   HIST-PAYME1I-USD (GUI6HARC-LINE NOW X(363))
      * 10/15/26 RPI 2232 CUSTOMERS ARE TRACKED BY THE PERMANENT
      *                   CUST-NUMBER (HIST-CUST-NUMBER) RATHER THAN
      *                   BY NAME, SO A RENAMED CUSTOMER'S OLDER
      *                   CHANGES COUNT TOWARD ITS LAST TOUCH. BOTH
      *                   ARCHIVE LINES CARRY THE NUMBER (GUI6HARC-LINE
      *                   NOW X(371)) SO GUI6REST PUTS A CUSTOMER BACK
      *                   UNDER THE SAME NUMBER
      * 10/15/26 RPI 2237 NOTHING IS PURGED FOR A CUSTOMER UNDER A
      *                   LEGAL HOLD IN FORCE ON LGLHOLD - THEIR AGED
      *                   GUI6HIST ENTRIES AND CUSTFIL RECORD ARE LEFT
      *                   IN PLACE, LISTED ON THE REPORT WITH THE
      *                   MATTER, AND COUNTED ON A SECOND SUMMARY LINE
      * 10/15/26 RPI 2240 THE 5000-ENTRY MOST-RECENT-CHANGE TABLE IS
      *                   GONE - EACH CUSTOMER'S LAST CHANGE IS READ
      *                   OFF THE NEW GUI6HIST CUSTOMER-NUMBER/DATE
      *                   ALTERNATE KEY DURING THE CUSTFIL PASS, WHICH
      *                   NOW RUNS BEFORE THE HISTORY PURGE SO THE
      *                   ENTRIES ABOUT TO BE REMOVED STILL COUNT. NO
      *                   CUSTOMER IS LEFT UN-CHECKED FOR WANT OF TABLE
      *                   ROOM
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUI6PURG.
       FILE-CONTROL.
           SELECT GUI6HIST-FILE ASSIGN TO 'GUI6HIST'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY HIST-KEY
               ALTERNATE RECORD KEY HIST-CUST-DATE-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY HIST-OLD-NAME-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY HIST-NEW-NAME-KEY WITH DUPLICATES.
           SELECT GUI6HARC-FILE ASSIGN TO 'GUI6HARC'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CUSTFIL-FILE ASSIGN TO 'CUSTFIL'
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY CUST-KEY
               ALTERNATE RECORD KEY CUST-NAME.
           SELECT CUSTFARC-FILE ASSIGN TO 'CUSTFARC'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ZIPXREF-FILE ASSIGN TO 'ZIPXREF'
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY PRM-KEY.
      * NOT OPTIONAL - A MISSING HOLD FILE MUST STOP THE PURGE, NOT
      * LET IT REMOVE A HELD CUSTOMER'S DATA
           SELECT LGLHOLD-FILE ASSIGN TO 'LGLHOLD'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LH-KEY.
       DATA DIVISION.
       FILE SECTION.
       FD  GUI6HIST-FILE.
           COPY GUI6HIST.
       FD  GUI6HARC-FILE.
       01  GUI6HARC-LINE            PIC X(371).
       FD  CUSTFIL-FILE.
           COPY CUSTFIL.
       FD  CUSTFARC-FILE.
       01  BL-LINE                  PIC X(80).
       FD  PARMFIL-FILE.
           COPY PARMFIL.
       FD  LGLHOLD-FILE.
           COPY LGLHOLD.

       WORKING-STORAGE SECTION.
       COPY BATCHLOG.
           02  WS-RUN-YYYY          PIC 9(4).
           02  WS-RUN-MM            PIC 9(2).
           02  WS-RUN-DD            PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

      * LEGAL HOLDS (RPI 2237) - SET BY CHECK-LEGAL-HOLD FOR THE
      * CUSTOMER IN WS-HOLD-CUST-NUMBER
       01  WS-HOLD-CUST-NUMBER      PIC 9(7).
       01  WS-HOLD-SW               PIC X VALUE 'N'.
           88  WS-ON-LEGAL-HOLD          VALUE 'Y'.
       01  WS-HOLD-EOF-SW           PIC X VALUE 'N'.
           88  WS-NO-MORE-HOLDS          VALUE 'Y'.
       01  WS-HOLD-MATTER           PIC X(12).
       01  WS-HIST-HELD-CNT         PIC 9(5) VALUE 0.
       01  WS-CUST-HELD-CNT         PIC 9(5) VALUE 0.

      * TODAY'S JULIAN DATE, DECODED THE SAME WAY GUI6AGE DECODES ITS
      * OWN WS-TODAY-JULIAN
       01  WS-HIST-ABS-DAY          PIC 9(7).
       01  WS-AGE-DAYS              PIC S9(7) VALUE 0.

      * ONE CUSTOMER'S MOST RECENT CHANGE, READ OFF THE
      * HIST-CUST-DATE-KEY RANGE FOR THEIR NUMBER BY
      * FIND-CUSTOMER-LAST-TOUCH
       01  WS-LAST-HIST-DATE        PIC 9(7) VALUE 0.
       01  WS-LAST-ABS-DAY          PIC 9(7) VALUE 0.
       01  WS-CH-EOF-SW             PIC X VALUE 'N'.
           88  WS-NO-MORE-CUST-HIST      VALUE 'Y'.
       01  WS-CUST-SKIP-CNT         PIC 9(5) VALUE 0.

      * FORWARD-RECOVERY JOURNALING (RPI 2193) - HIGHEST CUSTJRNL KEY
           02  ARCH-PAYMEI-USD      PIC S9(9)V99.
           02  FILLER               PIC X VALUE SPACE.
           02  ARCH-PAYME1I-USD     PIC S9(9)V99.
           02  FILLER               PIC X VALUE SPACE.
           02  ARCH-CUST-NUMBER     PIC 9(7).

       01  CUSTFARC-DETAIL.
           02  ARCF-CUST-NAME       PIC X(40).
           02  ARCF-CUST-ZIP        PIC X(5).
           02  FILLER               PIC X VALUE SPACE.
           02  ARCF-CUST-STATUS     PIC X.
           02  FILLER               PIC X VALUE SPACE.
           02  ARCF-CUST-NUMBER     PIC 9(7).

       01  WS-HDG-1.
           02  FILLER       PIC X(38) VALUE
           02  FILLER       PIC X(4)  VALUE SPACES.
           02  FILLER       PIC X(17) VALUE 'CUSTFIL PURGED='.
           02  SUM-CUST-PURGE PIC ZZZZ9.
       01  WS-HELD-SUMMARY-LINE.
           02  FILLER       PIC X(20) VALUE 'GUI6HIST HELD='.
           02  SUM-HIST-HELD  PIC ZZZZ9.
           02  FILLER       PIC X(4)  VALUE SPACES.
           02  FILLER       PIC X(17) VALUE 'CUSTFIL HELD='.
           02  SUM-CUST-HELD  PIC ZZZZ9.
       01  WS-HELD-LINE.
           02  FILLER       PIC X(6)  VALUE 'HELD  '.
           02  HLD-FILE     PIC X(10).
           02  FILLER       PIC X(6)  VALUE 'CUST '.
           02  HLD-CUST     PIC 9(7).
           02  FILLER       PIC X(2)  VALUE SPACES.
           02  HLD-TASKN-LIT PIC X(6).
           02  HLD-TASKN    PIC Z(7).
           02  FILLER       PIC X(2)  VALUE SPACES.
           02  FILLER       PIC X(8)  VALUE 'MATTER '.
           02  HLD-MATTER   PIC X(12).
       01  WS-BL-DETAIL.
           02  FILLER       PIC X(9)  VALUE 'GUI6PURG '.
           02  FILLER       PIC X(9)  VALUE 'HISTPRG='.
           ACCEPT WS-RUN-DATE     FROM DATE YYYYMMDD
           ACCEPT WS-TODAY-JULIAN FROM DAY
           PERFORM CALC-TODAY-ABS-DAY
           OPEN INPUT LGLHOLD-FILE
           OPEN OUTPUT GUI6PURG-RPT
           MOVE WS-HDG-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM PURGE-CUSTFIL-RECORDS
           PERFORM PURGE-GUI6HIST-ENTRIES
           PERFORM WRITE-SUMMARY-LINE
           CLOSE GUI6PURG-RPT
           CLOSE LGLHOLD-FILE
           PERFORM WRITE-BATCH-LOG-ENTRY
           DISPLAY 'GUI6PURG GUI6HIST PURGED: ' WS-HIST-PURGE-CNT
           DISPLAY 'GUI6PURG CUSTFIL PURGED:  ' WS-CUST-PURGE-CNT
           IF WS-HIST-HELD-CNT > 0 OR WS-CUST-HELD-CNT > 0
               DISPLAY 'GUI6PURG NOTE - ' WS-HIST-HELD-CNT
                   ' GUI6HIST ENTRY(S) AND ' WS-CUST-HELD-CNT
                   ' CUSTFIL RECORD(S) PAST RETENTION WERE KEPT '
                   'UNDER LEGAL HOLD'
           END-IF
           IF WS-CUST-SKIP-CNT > 0
               DISPLAY 'GUI6PURG NOTE - ' WS-CUST-SKIP-CNT
                   ' CUSTFIL RECORD(S) WITH NO TRACKED GUI6HIST '
                   'ACTIVITY WERE LEFT IN PLACE THIS RUN'
           END-IF
           STOP RUN.

      * EXACT CALENDAR-DAY COUNT FOR TODAY FROM THE SHARED JULDAY
           MOVE LK-JD-ABS-DAY TO WS-TODAY-ABS-DAY.

      * SCAN GUI6HIST OLDEST-FIRST (HIST-TASKN, ITS KEY, IS ASSIGNED IN
      * ASCENDING TASK-NUMBER/TIME ORDER). THIS RUNS AFTER THE CUSTFIL
      * PASS, SO EACH CUSTOMER'S LAST TOUCH WAS TAKEN FROM THEIR FULL
      * HISTORY BEFORE ANY OF IT WAS REMOVED
       PURGE-GUI6HIST-ENTRIES.
           OPEN I-O GUI6HIST-FILE
           OPEN EXTEND GUI6HARC-FILE
               MOVE WS-HIST-DATE-DISP TO LK-JD-JULIAN
               CALL 'JULDAY' USING JULDAY-PARMS
               MOVE LK-JD-ABS-DAY TO WS-HIST-ABS-DAY
               COMPUTE WS-AGE-DAYS =
                   WS-TODAY-ABS-DAY - WS-HIST-ABS-DAY
               IF WS-AGE-DAYS > WS-RETENTION-DAYS
                   MOVE HIST-CUST-NUMBER TO WS-HOLD-CUST-NUMBER
                   PERFORM CHECK-LEGAL-HOLD
                   IF WS-ON-LEGAL-HOLD
                       ADD 1 TO WS-HIST-HELD-CNT
                       MOVE 'GUI6HIST' TO HLD-FILE
                       MOVE 'TASKN ' TO HLD-TASKN-LIT
                       MOVE HIST-TASKN TO HLD-TASKN
                       PERFORM WRITE-HELD-LINE
                   ELSE
                       PERFORM ARCHIVE-AND-DELETE-HIST
                   END-IF
               END-IF
               PERFORM READ-HIST-RECORD
           END-PERFORM
               AT END SET WS-NO-MORE-HIST TO TRUE
           END-READ.

      * WRITE A FLATTENED COPY OF THE CURRENT RECORD TO GUI6HARC, THEN
      * DELETE IT FROM THE LIVE GUI6HIST VSAM FILE
       ARCHIVE-AND-DELETE-HIST.
           MOVE HIST-PAY-CCY      TO ARCH-PAY-CCY
           MOVE HIST-PAYMEI-USD   TO ARCH-PAYMEI-USD
           MOVE HIST-PAYME1I-USD  TO ARCH-PAYME1I-USD
           MOVE HIST-CUST-NUMBER  TO ARCH-CUST-NUMBER
           MOVE GUI6HARC-DETAIL TO GUI6HARC-LINE
           WRITE GUI6HARC-LINE
           DELETE GUI6HIST-FILE RECORD
           ADD 1 TO WS-HIST-PURGE-CNT.

      * A CUSTFIL RECORD IS ARCHIVED AND REMOVED ONLY IF ITS MOST
      * RECENT GUI6HIST CHANGE (FIND-CUSTOMER-LAST-TOUCH) IS OLDER THAN
      * RETENTION - A CUSTOMER WITH NO TRACKED HISTORY IS COUNTED AND
      * LEFT IN PLACE, SINCE GUI6HIST ONLY RECORDS CHANGES AND A
      * NEVER-EDITED CUSTOMER MAY BE PERFECTLY CURRENT
           OPEN I-O SEQCTL-FILE
           PERFORM FIND-HIGHEST-JOURNAL-KEY
           OPEN EXTEND CUSTFARC-FILE
           OPEN INPUT GUI6HIST-FILE
           PERFORM READ-CUSTFIL-RECORD
           PERFORM UNTIL WS-NO-MORE-CF
               PERFORM CHECK-CUSTOMER-RETENTION
           CLOSE CUSTNORM-FILE
           CLOSE CUSTJRNL-FILE
           CLOSE SEQCTL-FILE
           CLOSE CUSTFARC-FILE
           CLOSE GUI6HIST-FILE.

       READ-CUSTFIL-RECORD.
           READ CUSTFIL-FILE NEXT RECORD
           END-READ.

       CHECK-CUSTOMER-RETENTION.
           PERFORM FIND-CUSTOMER-LAST-TOUCH
           IF WS-LAST-HIST-DATE = 0
               ADD 1 TO WS-CUST-SKIP-CNT
           ELSE
               COMPUTE WS-AGE-DAYS = WS-TODAY-ABS-DAY - WS-LAST-ABS-DAY
               IF WS-AGE-DAYS > WS-RETENTION-DAYS
                   MOVE CUST-NUMBER TO WS-HOLD-CUST-NUMBER
                   PERFORM CHECK-LEGAL-HOLD
                   IF WS-ON-LEGAL-HOLD
                       ADD 1 TO WS-CUST-HELD-CNT
                       MOVE 'CUSTFIL' TO HLD-FILE
                       MOVE SPACES TO HLD-TASKN-LIT
                       MOVE 0 TO HLD-TASKN
                       PERFORM WRITE-HELD-LINE
                   ELSE
                       PERFORM ARCHIVE-AND-DELETE-CUST
                   END-IF
               END-IF
           END-IF.

      * THE CUSTOMER'S ENTRIES ARE CONTIGUOUS ON HIST-CUST-DATE-KEY IN
      * DATE/TIME ORDER, SO THE LAST ONE READ BEFORE THE NUMBER
      * CHANGES IS THE MOST RECENT CHANGE. NONE LEAVES
      * WS-LAST-HIST-DATE ZERO
       FIND-CUSTOMER-LAST-TOUCH.
           MOVE 0 TO WS-LAST-HIST-DATE
           MOVE 0 TO WS-LAST-ABS-DAY
           MOVE 'N' TO WS-CH-EOF-SW
           MOVE CUST-NUMBER TO HIST-CK-CUST-NUMBER
           MOVE 0 TO HIST-CK-DATE
           MOVE 0 TO HIST-CK-TIME
           START GUI6HIST-FILE KEY IS NOT LESS THAN HIST-CUST-DATE-KEY
               INVALID KEY SET WS-NO-MORE-CUST-HIST TO TRUE
           END-START
           PERFORM UNTIL WS-NO-MORE-CUST-HIST
               READ GUI6HIST-FILE NEXT RECORD
                   AT END SET WS-NO-MORE-CUST-HIST TO TRUE
               END-READ
               IF NOT WS-NO-MORE-CUST-HIST
                   IF HIST-CUST-NUMBER NOT = CUST-NUMBER
                       SET WS-NO-MORE-CUST-HIST TO TRUE
                   ELSE
                       MOVE HIST-DATE TO WS-LAST-HIST-DATE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LAST-HIST-DATE NOT = 0
               MOVE WS-LAST-HIST-DATE TO LK-JD-JULIAN
               CALL 'JULDAY' USING JULDAY-PARMS
               MOVE LK-JD-ABS-DAY TO WS-LAST-ABS-DAY
           END-IF.

      * A CUSTOMER IS HELD WHILE ANY OF THEIR LGLHOLD MATTERS HAS NO
      * RELEASE DATE OR ONE STILL TO COME - THE MATTERS FOR ONE
      * CUSTOMER ARE CONTIGUOUS ON THE FILE, SO START AT THE FIRST AND
      * READ ON UNTIL THE NUMBER CHANGES. A RECORD THAT PREDATES
      * PERMANENT CUSTOMER NUMBERS (ZERO) CANNOT BE MATCHED TO A HOLD
       CHECK-LEGAL-HOLD.
           MOVE 'N' TO WS-HOLD-SW
           MOVE SPACES TO WS-HOLD-MATTER
           IF WS-HOLD-CUST-NUMBER NOT = 0
               MOVE 'N' TO WS-HOLD-EOF-SW
               MOVE WS-HOLD-CUST-NUMBER TO LH-CUST-NUMBER
               MOVE LOW-VALUES TO LH-MATTER-REF
               START LGLHOLD-FILE KEY IS NOT LESS THAN LH-KEY
                   INVALID KEY SET WS-NO-MORE-HOLDS TO TRUE
               END-START
               PERFORM UNTIL WS-NO-MORE-HOLDS OR WS-ON-LEGAL-HOLD
                   READ LGLHOLD-FILE NEXT RECORD
                       AT END SET WS-NO-MORE-HOLDS TO TRUE
                   END-READ
                   IF NOT WS-NO-MORE-HOLDS
                       IF LH-CUST-NUMBER NOT = WS-HOLD-CUST-NUMBER
                           SET WS-NO-MORE-HOLDS TO TRUE
                       ELSE
                       IF LH-NO-RELEASE-DATE
                               OR LH-RELEASE-DATE > WS-RUN-DATE-NUM
                           SET WS-ON-LEGAL-HOLD TO TRUE
                           MOVE LH-MATTER-REF TO WS-HOLD-MATTER
                       END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-HELD-LINE.
           MOVE WS-HOLD-CUST-NUMBER TO HLD-CUST
           MOVE WS-HOLD-MATTER TO HLD-MATTER
           MOVE WS-HELD-LINE TO RPT-LINE
           WRITE RPT-LINE.

       ARCHIVE-AND-DELETE-CUST.
           MOVE CUST-NAME TO ARCF-CUST-NAME
           MOVE CUST-ADDR TO ARCF-CUST-ADDR
           MOVE CUST-ZIP  TO ARCF-CUST-ZIP
           MOVE CUST-STATUS TO ARCF-CUST-STATUS
           MOVE CUST-NUMBER TO ARCF-CUST-NUMBER
           MOVE CUSTFARC-DETAIL TO CUSTFARC-LINE
           WRITE CUSTFARC-LINE
      * THE ZIPXREF CROSS-REFERENCE ENTRY GOES WITH THE CUSTOMER -
      * A MISSING ENTRY IS NOT AN ERROR
           IF CUST-ZIP NOT = SPACES
               MOVE CUST-ZIP    TO ZX-ZIP
               MOVE CUST-NUMBER TO ZX-CUST-NUMBER
               DELETE ZIPXREF-FILE RECORD
                   INVALID KEY CONTINUE
               END-DELETE
           MOVE CUST-NAME TO LK-NN-IN
           CALL 'NAMENORM' USING NAMENORM-PARMS
           MOVE LK-NN-OUT TO CN-NORM-NAME
           MOVE CUST-NUMBER TO CN-CUST-NUMBER
           DELETE CUSTNORM-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE
           MOVE CUST-ZIP    TO CJ-BEF-ZIP
           MOVE CUST-STATUS TO CJ-BEF-STATUS
           MOVE SPACES TO CJ-AFTER
           MOVE CUST-NUMBER TO CJ-CUST-NUMBER
           PERFORM WRITE-CUSTFIL-JOURNAL
           DELETE CUSTFIL-FILE RECORD
           ADD 1 TO WS-CUST-PURGE-CNT.
       WRITE-SUMMARY-LINE.
           MOVE WS-HIST-PURGE-CNT TO SUM-HIST-PURGE
           MOVE WS-CUST-PURGE-CNT TO SUM-CUST-PURGE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HIST-HELD-CNT TO SUM-HIST-HELD
           MOVE WS-CUST-HELD-CNT TO SUM-CUST-HELD
           MOVE WS-HELD-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE.

       WRITE-BATCH-LOG-ENTRY.
