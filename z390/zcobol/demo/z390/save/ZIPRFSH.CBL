      ***************************************************************
      * Author.  Maintenance team, following the GUI6BMNT/CUSTDQS
      *          style
      * Remarks. ZIPREF refresh from the postal master delta file.
      *          ZIPREF was loaded once and never refreshed, so a zip
      *          the postal service had retired or split kept being
      *          accepted by TESTGUI6/TESTGUIA, and the customers
      *          already on it were never flagged. Each ZIPDELTA line
      *          is one postal change:
      *            COL   1      ACTION  A = ADD, C = CITY/STATE
      *                                 CHANGE, R = RETIRE (NO
      *                                 SUCCESSOR), M = REALIGN TO
      *                                 THE SUCCESSOR ZIP
      *            COLS  2-  6  ZIP
      *            COLS  7- 26  CITY    (A, C)
      *            COLS 27- 28  STATE   (A, C)
      *            COLS 29- 33  SUCCESSOR ZIP (M - MUST BE ON ZIPREF
      *                         AND ACTIVE, OR ADDED EARLIER IN THE
      *                         SAME DELTA)
      *          Lines are applied in order and every one is reported,
      *          applied or rejected with the reason. A retired zip
      *          stays on ZIPREF marked retired (with its successor
      *          when realigned), so old addresses still show a
      *          city/state but the online and GUI6BMNT zip edits
      *          refuse it; an 'A' for a retired zip reinstates it.
      *
      *          Then every customer on a zip retired or realigned by
      *          this run is found through ZIPXREF. A customer on a
      *          realigned zip gets a GUI6BMNT change card on ZIPCHG -
      *          customer number, the successor zip (followed through
      *          any later realignment to the active zip), reason
      *          code ZRA (zip realignment) and the CUST-LAST-UPD
      *          stamp as the as-of - to be fed to GUI6BMNT as its
      *          GUI6CHG input, so the move goes through the normal
      *          edits, ZIPXREF upkeep and GUI6HIST trail. A customer
      *          on a zip retired with no successor is listed for
      *          manual follow-up.
      ***************************************************************
      * 10/15/26 RPI 2243 INITIAL CODING
      * 10/15/26 RPI 2265 BATCHLOG DETAIL NO LONGER REPEATS THE PROGRAM
      *                   NAME BL-PROGRAM ALREADY CARRIES, SO THE CARD
      *                   COUNT FITS IN BL-DETAIL
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZIPRFSH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ZIPDELTA-FILE ASSIGN TO 'ZIPDELTA'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ZIPREF-FILE ASSIGN TO 'ZIPREF'
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY ZR-KEY.
           SELECT ZIPXREF-FILE ASSIGN TO 'ZIPXREF'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY ZX-KEY.
           SELECT CUSTFIL-FILE ASSIGN TO 'CUSTFIL'
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY CUST-KEY
               ALTERNATE RECORD KEY CUST-NAME.
           SELECT REASONCD-FILE ASSIGN TO 'REASONCD'
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY RC-KEY.
           SELECT ZIPCHG-OUT ASSIGN TO 'ZIPCHG'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ZIPRFSH-RPT ASSIGN TO 'ZIPRFRP'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BATCH-LOG-FILE ASSIGN TO 'BATCHLOG'
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ZIPDELTA-FILE.
       01  ZD-RECORD.
           02  ZD-ACTION            PIC X.
               88  ZD-ADD                VALUE 'A'.
               88  ZD-CITY-CHANGE        VALUE 'C'.
               88  ZD-RETIRE             VALUE 'R'.
               88  ZD-REALIGN            VALUE 'M'.
           02  ZD-ZIP               PIC X(5).
           02  ZD-CITY              PIC X(20).
           02  ZD-STATE             PIC X(2).
           02  ZD-SUCCESSOR-ZIP     PIC X(5).
           02  FILLER               PIC X(47).
       FD  ZIPREF-FILE.
           COPY ZIPREF.
       FD  ZIPXREF-FILE.
           COPY ZIPXREF.
       FD  CUSTFIL-FILE.
           COPY CUSTFIL.
       FD  REASONCD-FILE.
           COPY REASONCD.
      * THE GUI6BMNT CHANGE CARD - SEE GUI6BMNT FOR THE COLUMNS
       FD  ZIPCHG-OUT.
       01  ZC-CARD.
           02  ZC-CUST-KEY          PIC X(40).
           02  ZC-NEW-NAME          PIC X(40).
           02  ZC-NEW-ADDR          PIC X(40).
           02  ZC-NEW-ZIP           PIC X(5).
           02  ZC-REASON-CD         PIC X(3).
           02  ZC-ASOF-DATE         PIC X(7).
           02  ZC-ASOF-TIME         PIC X(7).
       FD  ZIPRFSH-RPT.
       01  RPT-LINE                 PIC X(100).
       FD  BATCH-LOG-FILE.
       01  BL-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       COPY BATCHLOG.
       01  WS-DELTA-EOF-SW          PIC X VALUE 'N'.
           88  WS-NO-MORE-DELTAS         VALUE 'Y'.
       01  WS-XREF-EOF-SW           PIC X VALUE 'N'.
           88  WS-NO-MORE-XREF           VALUE 'Y'.
       01  WS-RUN-DATE.
           02  WS-RUN-YYYY          PIC 9(4).
           02  WS-RUN-MM            PIC 9(2).
           02  WS-RUN-DD            PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

      * THE REASON CODE EVERY REALIGNMENT CARD CARRIES - IT MUST BE
      * ON THE REASONCD LIST OR GUI6BMNT REJECTS THE CARDS
       01  WS-ZIP-REASON-CD         PIC X(3) VALUE 'ZRA'.
       01  WS-REASON-OK-SW          PIC X VALUE 'N'.
           88  WS-REASON-ON-FILE         VALUE 'Y'.

       01  WS-REJECT-REASON         PIC X(30) VALUE SPACES.
       01  WS-RESULT                PIC X(12) VALUE SPACES.
       01  WS-OLD-CITY              PIC X(20).
       01  WS-OLD-STATE             PIC X(2).

      * THE ZIPS THIS RUN RETIRED OR REALIGNED, FOR THE CUSTOMER PASS
       01  WS-AFF-CNT               PIC 9(4) VALUE 0.
       01  WS-AFF-TBL.
           02  AFF-ENTRY OCCURS 2000 TIMES.
               04  AFF-ZIP           PIC X(5).
               04  AFF-SUCCESSOR     PIC X(5).
       01  WS-AFF-SUB               PIC 9(4).
       01  WS-AFF-FULL-CNT          PIC 9(5) VALUE 0.

      * SUCCESSOR RESOLUTION - A SUCCESSOR REALIGNED IN ITS TURN IS
      * FOLLOWED TO THE ZIP NOW IN USE, AT MOST TEN STEPS
       01  WS-TARGET-ZIP            PIC X(5).
       01  WS-HOP-CNT               PIC 9(2).
       01  WS-TARGET-SW             PIC X VALUE 'N'.
           88  WS-TARGET-FOUND           VALUE 'Y'.
           88  WS-TARGET-NONE            VALUE 'X'.

       01  WS-DELTA-CNT             PIC 9(7) VALUE 0.
       01  WS-APPLIED-CNT           PIC 9(7) VALUE 0.
       01  WS-REJECT-CNT            PIC 9(7) VALUE 0.
       01  WS-ADD-CNT               PIC 9(7) VALUE 0.
       01  WS-CITY-CNT              PIC 9(7) VALUE 0.
       01  WS-RETIRE-CNT            PIC 9(7) VALUE 0.
       01  WS-REALIGN-CNT           PIC 9(7) VALUE 0.
       01  WS-CUST-CNT              PIC 9(7) VALUE 0.
       01  WS-CARD-CNT              PIC 9(7) VALUE 0.
       01  WS-MANUAL-CNT            PIC 9(7) VALUE 0.

       01  WS-HDG-1.
           02  FILLER       PIC X(30) VALUE
               'ZIPREF REFRESH FROM ZIPDELTA'.
           02  FILLER       PIC X(10) VALUE ' RUN DATE '.
           02  HDG-RUN-DATE PIC 9(8).
       01  WS-HDG-DELTA.
           02  FILLER       PIC X(13) VALUE 'CHANGE'.
           02  FILLER       PIC X(7)  VALUE 'ZIP'.
           02  FILLER       PIC X(24) VALUE 'WAS'.
           02  FILLER       PIC X(24) VALUE 'NOW'.
           02  FILLER       PIC X(30) VALUE 'REASON'.
       01  WS-DELTA-LINE.
           02  DL-RESULT    PIC X(12).
           02  FILLER       PIC X(1)  VALUE SPACE.
           02  DL-ZIP       PIC X(5).
           02  FILLER       PIC X(2)  VALUE SPACES.
           02  DL-OLD-CITY  PIC X(20).
           02  FILLER       PIC X(1)  VALUE SPACE.
           02  DL-OLD-STATE PIC X(2).
           02  FILLER       PIC X(1)  VALUE SPACE.
           02  DL-NEW-CITY  PIC X(20).
           02  FILLER       PIC X(1)  VALUE SPACE.
           02  DL-NEW-STATE PIC X(2).
           02  FILLER       PIC X(1)  VALUE SPACE.
           02  DL-REASON    PIC X(30).
       01  WS-HDG-CUST.
           02  FILLER       PIC X(9)  VALUE 'CUSTOMER'.
           02  FILLER       PIC X(41) VALUE 'NAME'.
           02  FILLER       PIC X(7)  VALUE 'ZIP'.
           02  FILLER       PIC X(30) VALUE 'ACTION'.
       01  WS-CUST-LINE.
           02  CL-CUST      PIC 9(7).
           02  FILLER       PIC X(2)  VALUE SPACES.
           02  CL-NAME      PIC X(40).
           02  FILLER       PIC X(1)  VALUE SPACE.
           02  CL-ZIP       PIC X(5).
           02  FILLER       PIC X(2)  VALUE SPACES.
           02  CL-ACTION    PIC X(30).
       01  WS-NOTE-LINE             PIC X(100).
       01  WS-SUMMARY-1.
           02  FILLER       PIC X(7)  VALUE 'DELTAS='.
           02  SUM-DELTA    PIC ZZZZZZ9.
           02  FILLER       PIC X(10) VALUE '  APPLIED='.
           02  SUM-APPLIED  PIC ZZZZZZ9.
           02  FILLER       PIC X(11) VALUE '  REJECTED='.
           02  SUM-REJECT   PIC ZZZZZZ9.
           02  FILLER       PIC X(8)  VALUE '  ADDED='.
           02  SUM-ADD      PIC ZZZZZZ9.
           02  FILLER       PIC X(13) VALUE '  CITY/STATE='.
           02  SUM-CITY     PIC ZZZZZZ9.
       01  WS-SUMMARY-2.
           02  FILLER       PIC X(8)  VALUE 'RETIRED='.
           02  SUM-RETIRE   PIC ZZZZZZ9.
           02  FILLER       PIC X(12) VALUE '  REALIGNED='.
           02  SUM-REALIGN  PIC ZZZZZZ9.
           02  FILLER       PIC X(12) VALUE '  CUSTOMERS='.
           02  SUM-CUST     PIC ZZZZZZ9.
           02  FILLER       PIC X(8)  VALUE '  CARDS='.
           02  SUM-CARDS    PIC ZZZZZZ9.
           02  FILLER       PIC X(9)  VALUE '  MANUAL='.
           02  SUM-MANUAL   PIC ZZZZZZ9.
       01  WS-BL-DETAIL.
           02  FILLER       PIC X(8)  VALUE 'APPLIED='.
           02  BLD-APPLIED  PIC ZZZZ9.
           02  FILLER       PIC X(5)  VALUE ' REJ='.
           02  BLD-REJECT   PIC ZZZZ9.
           02  FILLER       PIC X(5)  VALUE ' CRD='.
           02  BLD-CARDS    PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM WRITE-BATCH-START-ENTRY
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM CHECK-ZIP-REASON-CODE
           OPEN OUTPUT ZIPRFSH-RPT
           MOVE WS-RUN-DATE-NUM TO HDG-RUN-DATE
           MOVE WS-HDG-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF NOT WS-REASON-ON-FILE
               MOVE SPACES TO WS-NOTE-LINE
               STRING 'REASON CODE ' WS-ZIP-REASON-CD
                   ' IS NOT ON REASONCD - ADD IT THROUGH REFMNT'
                   ' BEFORE FEEDING ZIPCHG TO GUI6BMNT'
                   DELIMITED BY SIZE INTO WS-NOTE-LINE
               MOVE WS-NOTE-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           OPEN INPUT ZIPDELTA-FILE
           OPEN I-O ZIPREF-FILE
           MOVE WS-HDG-DELTA TO RPT-LINE
           WRITE RPT-LINE
           PERFORM READ-DELTA-RECORD
           PERFORM UNTIL WS-NO-MORE-DELTAS
               PERFORM APPLY-ONE-DELTA
               PERFORM READ-DELTA-RECORD
           END-PERFORM
           CLOSE ZIPDELTA-FILE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           OPEN INPUT ZIPXREF-FILE
           OPEN INPUT CUSTFIL-FILE
           OPEN OUTPUT ZIPCHG-OUT
           PERFORM REPORT-AFFECTED-CUSTOMERS
           CLOSE ZIPXREF-FILE
           CLOSE CUSTFIL-FILE
           CLOSE ZIPCHG-OUT
           CLOSE ZIPREF-FILE
           PERFORM WRITE-SUMMARY-LINES
           CLOSE ZIPRFSH-RPT
           PERFORM WRITE-BATCH-LOG-ENTRY
           DISPLAY 'ZIPRFSH DELTAS APPLIED:     ' WS-APPLIED-CNT
           DISPLAY 'ZIPRFSH DELTAS REJECTED:    ' WS-REJECT-CNT
           DISPLAY 'ZIPRFSH CUSTOMERS AFFECTED: ' WS-CUST-CNT
           DISPLAY 'ZIPRFSH REALIGNMENT CARDS:  ' WS-CARD-CNT
           STOP RUN.

       CHECK-ZIP-REASON-CODE.
           OPEN INPUT REASONCD-FILE
           MOVE WS-ZIP-REASON-CD TO RC-CODE
           READ REASONCD-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY SET WS-REASON-ON-FILE TO TRUE
           END-READ
           CLOSE REASONCD-FILE.

       READ-DELTA-RECORD.
           MOVE SPACES TO ZD-RECORD
           READ ZIPDELTA-FILE
               AT END SET WS-NO-MORE-DELTAS TO TRUE
           END-READ
           IF NOT WS-NO-MORE-DELTAS
               ADD 1 TO WS-DELTA-CNT
           END-IF.

      * ONE POSTAL CHANGE - EDIT IT, APPLY IT TO ZIPREF, AND REPORT
      * IT EITHER WAY
       APPLY-ONE-DELTA.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-RESULT
           MOVE SPACES TO WS-OLD-CITY
           MOVE SPACES TO WS-OLD-STATE
           IF ZD-ZIP NOT NUMERIC
               MOVE 'ZIP NOT 5 NUMERIC DIGITS' TO WS-REJECT-REASON
           ELSE
               MOVE ZD-ZIP TO ZR-ZIP
               EVALUATE TRUE
                   WHEN ZD-ADD
                       PERFORM APPLY-ADD-DELTA
                   WHEN ZD-CITY-CHANGE
                       PERFORM APPLY-CITY-DELTA
                   WHEN ZD-RETIRE
                       PERFORM APPLY-RETIRE-DELTA
                   WHEN ZD-REALIGN
                       PERFORM APPLY-REALIGN-DELTA
                   WHEN OTHER
                       MOVE 'ACTION NOT A, C, R OR M'
                           TO WS-REJECT-REASON
               END-EVALUATE
           END-IF
           MOVE SPACES TO WS-DELTA-LINE
           MOVE ZD-ZIP       TO DL-ZIP
           MOVE WS-OLD-CITY  TO DL-OLD-CITY
           MOVE WS-OLD-STATE TO DL-OLD-STATE
           IF WS-REJECT-REASON = SPACES
               ADD 1 TO WS-APPLIED-CNT
               MOVE WS-RESULT TO DL-RESULT
               IF ZD-ADD OR ZD-CITY-CHANGE
                   MOVE ZR-CITY  TO DL-NEW-CITY
                   MOVE ZR-STATE TO DL-NEW-STATE
               END-IF
               IF ZD-REALIGN
                   MOVE SPACES TO DL-REASON
                   STRING 'REPLACED BY ' ZR-SUCCESSOR-ZIP
                       DELIMITED BY SIZE INTO DL-REASON
               END-IF
           ELSE
               ADD 1 TO WS-REJECT-CNT
               MOVE 'REJECTED'       TO DL-RESULT
               MOVE WS-REJECT-REASON TO DL-REASON
           END-IF
           MOVE WS-DELTA-LINE TO RPT-LINE
           WRITE RPT-LINE.

      * A NEW ZIP IS WRITTEN ACTIVE; AN 'ADD' OF A RETIRED ZIP PUTS
      * IT BACK IN SERVICE WITH THE CITY/STATE ON THE DELTA
       APPLY-ADD-DELTA.
           IF ZD-CITY = SPACES OR ZD-STATE = SPACES
               MOVE 'CITY AND STATE REQUIRED' TO WS-REJECT-REASON
           ELSE
               READ ZIPREF-FILE
                   INVALID KEY
                       MOVE ZD-ZIP   TO ZR-ZIP
                       MOVE ZD-CITY  TO ZR-CITY
                       MOVE ZD-STATE TO ZR-STATE
                       MOVE 'A'      TO ZR-STATUS
                       MOVE SPACES   TO ZR-SUCCESSOR-ZIP
                       MOVE WS-RUN-DATE-NUM TO ZR-CHG-DATE
                       WRITE ZIPREF-RECORD
                           INVALID KEY
                               MOVE 'ZIPREF WRITE FAILED'
                                   TO WS-REJECT-REASON
                       END-WRITE
                       MOVE 'ADDED' TO WS-RESULT
                       ADD 1 TO WS-ADD-CNT
                   NOT INVALID KEY
                       IF ZR-RETIRED
                           MOVE ZR-CITY  TO WS-OLD-CITY
                           MOVE ZR-STATE TO WS-OLD-STATE
                           MOVE ZD-CITY  TO ZR-CITY
                           MOVE ZD-STATE TO ZR-STATE
                           MOVE 'A'      TO ZR-STATUS
                           MOVE SPACES   TO ZR-SUCCESSOR-ZIP
                           PERFORM REWRITE-ZIPREF-RECORD
                           MOVE 'REINSTATED' TO WS-RESULT
                           ADD 1 TO WS-ADD-CNT
                       ELSE
                           MOVE 'ALREADY ON ZIPREF'
                               TO WS-REJECT-REASON
                       END-IF
               END-READ
           END-IF.

       APPLY-CITY-DELTA.
           IF ZD-CITY = SPACES OR ZD-STATE = SPACES
               MOVE 'CITY AND STATE REQUIRED' TO WS-REJECT-REASON
           ELSE
               READ ZIPREF-FILE
                   INVALID KEY
                       MOVE 'ZIP NOT ON ZIPREF' TO WS-REJECT-REASON
                   NOT INVALID KEY
                       MOVE ZR-CITY  TO WS-OLD-CITY
                       MOVE ZR-STATE TO WS-OLD-STATE
                       MOVE ZD-CITY  TO ZR-CITY
                       MOVE ZD-STATE TO ZR-STATE
                       PERFORM REWRITE-ZIPREF-RECORD
                       MOVE 'CITY/STATE' TO WS-RESULT
                       ADD 1 TO WS-CITY-CNT
               END-READ
           END-IF.

       APPLY-RETIRE-DELTA.
           READ ZIPREF-FILE
               INVALID KEY
                   MOVE 'ZIP NOT ON ZIPREF' TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF ZR-RETIRED
                       MOVE 'ALREADY RETIRED' TO WS-REJECT-REASON
                   ELSE
                       MOVE ZR-CITY  TO WS-OLD-CITY
                       MOVE ZR-STATE TO WS-OLD-STATE
                       MOVE 'R'      TO ZR-STATUS
                       MOVE SPACES   TO ZR-SUCCESSOR-ZIP
                       PERFORM REWRITE-ZIPREF-RECORD
                       MOVE 'RETIRED' TO WS-RESULT
                       ADD 1 TO WS-RETIRE-CNT
                       PERFORM ADD-AFFECTED-ZIP
                   END-IF
           END-READ.

      * THE SUCCESSOR MUST BE A DIFFERENT ZIP THAT IS ON ZIPREF AND
      * IN SERVICE; A ZIP ALREADY RETIRED MAY STILL BE REALIGNED, SO
      * A RETIREMENT THAT LATER GETS A SUCCESSOR MOVES ITS CUSTOMERS
       APPLY-REALIGN-DELTA.
           IF ZD-SUCCESSOR-ZIP NOT NUMERIC
               MOVE 'SUCCESSOR NOT 5 NUMERIC DIGITS'
                   TO WS-REJECT-REASON
           ELSE
           IF ZD-SUCCESSOR-ZIP = ZD-ZIP
               MOVE 'SUCCESSOR IS THE SAME ZIP' TO WS-REJECT-REASON
           ELSE
               MOVE ZD-SUCCESSOR-ZIP TO ZR-ZIP
               READ ZIPREF-FILE
                   INVALID KEY
                       MOVE 'SUCCESSOR NOT ON ZIPREF'
                           TO WS-REJECT-REASON
                   NOT INVALID KEY
                       IF ZR-RETIRED
                           MOVE 'SUCCESSOR IS RETIRED'
                               TO WS-REJECT-REASON
                       END-IF
               END-READ
               IF WS-REJECT-REASON = SPACES
                   MOVE ZD-ZIP TO ZR-ZIP
                   READ ZIPREF-FILE
                       INVALID KEY
                           MOVE 'ZIP NOT ON ZIPREF'
                               TO WS-REJECT-REASON
                       NOT INVALID KEY
                           MOVE ZR-CITY  TO WS-OLD-CITY
                           MOVE ZR-STATE TO WS-OLD-STATE
                           MOVE 'R'      TO ZR-STATUS
                           MOVE ZD-SUCCESSOR-ZIP TO ZR-SUCCESSOR-ZIP
                           PERFORM REWRITE-ZIPREF-RECORD
                           MOVE 'REALIGNED' TO WS-RESULT
                           ADD 1 TO WS-REALIGN-CNT
                           PERFORM ADD-AFFECTED-ZIP
                   END-READ
               END-IF
           END-IF
           END-IF.

       REWRITE-ZIPREF-RECORD.
           MOVE WS-RUN-DATE-NUM TO ZR-CHG-DATE
           REWRITE ZIPREF-RECORD
               INVALID KEY
                   MOVE 'ZIPREF REWRITE FAILED' TO WS-REJECT-REASON
           END-REWRITE.

      * A ZIP RETIRED AND THEN REALIGNED IN THE SAME DELTA KEEPS ONE
      * ENTRY; ITS SUCCESSOR IS RE-READ OFF ZIPREF AT CUSTOMER TIME
       ADD-AFFECTED-ZIP.
           PERFORM VARYING WS-AFF-SUB FROM 1 BY 1
                   UNTIL WS-AFF-SUB > WS-AFF-CNT
                      OR AFF-ZIP(WS-AFF-SUB) = ZR-ZIP
               CONTINUE
           END-PERFORM
           IF WS-AFF-SUB > WS-AFF-CNT
               IF WS-AFF-CNT < 2000
                   ADD 1 TO WS-AFF-CNT
                   MOVE ZR-ZIP TO AFF-ZIP(WS-AFF-CNT)
               ELSE
                   ADD 1 TO WS-AFF-FULL-CNT
               END-IF
           END-IF.

      * WALK EACH RETIRED/REALIGNED ZIP'S CUSTOMERS ON ZIPXREF
       REPORT-AFFECTED-CUSTOMERS.
           MOVE 'CUSTOMERS ON RETIRED OR REALIGNED ZIPS' TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HDG-CUST TO RPT-LINE
           WRITE RPT-LINE
           IF WS-AFF-FULL-CNT > 0
               MOVE SPACES TO WS-NOTE-LINE
               STRING 'MORE THAN 2000 ZIPS RETIRED - CUSTOMERS ON THE'
                   ' REST ARE NOT LISTED; RERUN WITH THE REST OF THE'
                   ' DELTA' DELIMITED BY SIZE INTO WS-NOTE-LINE
               MOVE WS-NOTE-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           PERFORM VARYING WS-AFF-SUB FROM 1 BY 1
                   UNTIL WS-AFF-SUB > WS-AFF-CNT
               PERFORM RESOLVE-SUCCESSOR-ZIP
               PERFORM REPORT-ONE-ZIP-CUSTOMERS
           END-PERFORM.

      * FOLLOW THE SUCCESSOR CHAIN FROM THE AFFECTED ZIP TO THE ZIP
      * IN SERVICE NOW - WS-TARGET-NONE WHEN IT ENDS AT A RETIREMENT
      * WITH NO SUCCESSOR
       RESOLVE-SUCCESSOR-ZIP.
           MOVE 'N' TO WS-TARGET-SW
           MOVE AFF-ZIP(WS-AFF-SUB) TO WS-TARGET-ZIP
           MOVE 0 TO WS-HOP-CNT
           PERFORM UNTIL WS-TARGET-FOUND OR WS-TARGET-NONE
               MOVE WS-TARGET-ZIP TO ZR-ZIP
               READ ZIPREF-FILE
                   INVALID KEY
                       SET WS-TARGET-NONE TO TRUE
                   NOT INVALID KEY
                       IF ZR-ACTIVE
                           SET WS-TARGET-FOUND TO TRUE
                       ELSE
                       IF ZR-SUCCESSOR-ZIP = SPACES OR WS-HOP-CNT > 9
                           SET WS-TARGET-NONE TO TRUE
                       ELSE
                           MOVE ZR-SUCCESSOR-ZIP TO WS-TARGET-ZIP
                           ADD 1 TO WS-HOP-CNT
                       END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-TARGET-ZIP TO AFF-SUCCESSOR(WS-AFF-SUB).

       REPORT-ONE-ZIP-CUSTOMERS.
           MOVE AFF-ZIP(WS-AFF-SUB) TO ZX-ZIP
           MOVE 0 TO ZX-CUST-NUMBER
           MOVE 'N' TO WS-XREF-EOF-SW
           START ZIPXREF-FILE KEY IS NOT LESS THAN ZX-KEY
               INVALID KEY SET WS-NO-MORE-XREF TO TRUE
           END-START
           PERFORM UNTIL WS-NO-MORE-XREF
               READ ZIPXREF-FILE NEXT RECORD
                   AT END SET WS-NO-MORE-XREF TO TRUE
               END-READ
               IF NOT WS-NO-MORE-XREF
                   IF ZX-ZIP NOT = AFF-ZIP(WS-AFF-SUB)
                       SET WS-NO-MORE-XREF TO TRUE
                   ELSE
                       PERFORM REPORT-ONE-CUSTOMER
                   END-IF
               END-IF
           END-PERFORM.

      * A REALIGNED CUSTOMER GETS A CARD TO THE ZIP NOW IN SERVICE;
      * ONE WHOSE ZIP WAS RETIRED OUTRIGHT IS LEFT FOR A PERSON
       REPORT-ONE-CUSTOMER.
           MOVE SPACES TO WS-CUST-LINE
           MOVE ZX-CUST-NUMBER      TO CL-CUST
           MOVE AFF-ZIP(WS-AFF-SUB) TO CL-ZIP
           MOVE ZX-CUST-NUMBER TO CUST-NUMBER
           READ CUSTFIL-FILE
               INVALID KEY
                   MOVE 'ON ZIPXREF ONLY - SEE XREFAUD' TO CL-ACTION
               NOT INVALID KEY
                   MOVE CUST-NAME TO CL-NAME
                   IF CUST-ZIP NOT = AFF-ZIP(WS-AFF-SUB)
                       MOVE 'CUSTFIL ZIP DIFFERS - XREFAUD'
                           TO CL-ACTION
                   ELSE
                       ADD 1 TO WS-CUST-CNT
                       IF WS-TARGET-FOUND
                           PERFORM WRITE-REALIGN-CARD
                           STRING 'CARD - MOVE TO '
                               AFF-SUCCESSOR(WS-AFF-SUB)
                               DELIMITED BY SIZE INTO CL-ACTION
                       ELSE
                           ADD 1 TO WS-MANUAL-CNT
                           MOVE 'RETIRED - MANUAL FOLLOW-UP'
                               TO CL-ACTION
                       END-IF
                   END-IF
           END-READ
           MOVE WS-CUST-LINE TO RPT-LINE
           WRITE RPT-LINE.

       WRITE-REALIGN-CARD.
           MOVE SPACES TO ZC-CARD
           MOVE CUST-NUMBER TO ZC-CUST-KEY(1:7)
           MOVE AFF-SUCCESSOR(WS-AFF-SUB) TO ZC-NEW-ZIP
           MOVE WS-ZIP-REASON-CD TO ZC-REASON-CD
           IF CUST-LAST-UPD-OPID NOT = SPACES
                   AND CUST-LAST-UPD-DATE IS NUMERIC
                   AND CUST-LAST-UPD-TIME IS NUMERIC
               MOVE CUST-LAST-UPD-DATE TO ZC-ASOF-DATE
               MOVE CUST-LAST-UPD-TIME TO ZC-ASOF-TIME
           END-IF
           WRITE ZC-CARD
           ADD 1 TO WS-CARD-CNT.

       WRITE-SUMMARY-LINES.
           MOVE WS-DELTA-CNT   TO SUM-DELTA
           MOVE WS-APPLIED-CNT TO SUM-APPLIED
           MOVE WS-REJECT-CNT  TO SUM-REJECT
           MOVE WS-ADD-CNT     TO SUM-ADD
           MOVE WS-CITY-CNT    TO SUM-CITY
           MOVE WS-RETIRE-CNT  TO SUM-RETIRE
           MOVE WS-REALIGN-CNT TO SUM-REALIGN
           MOVE WS-CUST-CNT    TO SUM-CUST
           MOVE WS-CARD-CNT    TO SUM-CARDS
           MOVE WS-MANUAL-CNT  TO SUM-MANUAL
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SUMMARY-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SUMMARY-2 TO RPT-LINE
           WRITE RPT-LINE.

      * A REJECTED DELTA LINE, OR CARDS CARRYING A REASON CODE
      * GUI6BMNT WILL REFUSE, LOG 'WARN' SO THEY SHOW ON BATCHWIN
       WRITE-BATCH-LOG-ENTRY.
           MOVE 'ZIPRFSH' TO BL-PROGRAM
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           IF WS-REJECT-CNT > 0 OR WS-AFF-FULL-CNT > 0
                   OR (WS-CARD-CNT > 0 AND NOT WS-REASON-ON-FILE)
               MOVE 'WARN' TO BL-STATUS
           ELSE
               MOVE 'DONE' TO BL-STATUS
           END-IF
           MOVE WS-APPLIED-CNT TO BLD-APPLIED
           MOVE WS-REJECT-CNT  TO BLD-REJECT
           MOVE WS-CARD-CNT    TO BLD-CARDS
           MOVE WS-BL-DETAIL TO BL-DETAIL
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.

      * ONE 'STRT' ENTRY AT JOB ENTRY, PAIRED BY BATCHWIN WITH THE
      * COMPLETION ENTRY ABOVE
       WRITE-BATCH-START-ENTRY.
           MOVE 'ZIPRFSH' TO BL-PROGRAM
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           MOVE 'STRT' TO BL-STATUS
           MOVE SPACES TO BL-DETAIL
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.
