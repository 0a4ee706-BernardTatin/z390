       IDENTIFICATION DIVISION.
      *****************************************************************
      * Remarks. Delivered-notification register for the PMTA payment
      *          approvals. One approval can reach DEMOSUB2 more than
      *          once - PMTADRN sends it, SOADEADR replays it after a
      *          dead letter, and a TDQRPLY re-feed of an archived day
      *          puts it back in front of PMTADRN - and every send
      *          told the payments system about the same approval
      *          again. Each sender now asks here first, keyed on the
      *          PMTA-CORR-ID TESTGUI6 stamps from the GUI6HIST task
      *          number: an ID that already has a successful delivery
      *          is not sent again but recorded as a suppressed
      *          duplicate, which PMTADUPR reports on daily. Owns the
      *          PMTAREG flat file the same way SOABRKR owns DEMOBRKR.
      *          PMTAREG is append-only - one 'D' line per successful
      *          delivery, one 'S' line per suppressed duplicate.
      *          Caller interface (one 56-byte area):
      *            ACTION 'Q' - QUERY:     STATE COMES BACK 'D' (ALREADY
      *                         DELIVERED - THE ORIG- FIELDS SAY WHEN
      *                         AND BY WHOM) OR 'N' (NOT YET, SEND IT)
      *            ACTION 'D' - DELIVERED: RECORD A SUCCESSFUL SEND BY
      *                         CALLER
      *            ACTION 'S' - SUPPRESSED: RECORD A DUPLICATE CALLER
      *                         DID NOT SEND, WITH THE ORIG- FIELDS
      *                         THE 'Q' CALL RETURNED
      *****************************************************************
      * 10/15/26 RPI 2223 INITIAL CODING
      *****************************************************************
       PROGRAM-ID. PMTAREG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REG-FILE ASSIGN TO 'PMTAREG'
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  REG-FILE.
       01  REG-LINE              PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-EOF-SW             PIC X VALUE 'N'.
           88  WS-NO-MORE-RECS       VALUE 'Y'.

      * ONE REGISTER LINE - ALSO READ BY PMTADUPR
       01  WS-REG-DETAIL.
           02  REG-TYPE          PIC X.
               88  REG-DELIVERED     VALUE 'D'.
               88  REG-SUPPRESSED    VALUE 'S'.
           02  FILLER            PIC X.
           02  REG-CORR-ID       PIC X(16).
           02  FILLER            PIC X.
           02  REG-DATE          PIC 9(8).
           02  FILLER            PIC X.
           02  REG-TIME          PIC 9(6).
           02  FILLER            PIC X.
           02  REG-CALLER        PIC X(8).
           02  FILLER            PIC X.
           02  REG-ORIG-DATE     PIC 9(8).
           02  FILLER            PIC X.
           02  REG-ORIG-TIME     PIC 9(6).
           02  FILLER            PIC X.
           02  REG-ORIG-CALLER   PIC X(8).
           02  FILLER            PIC X(12).

       LINKAGE SECTION.
       01  LK-PREG-PARMS.
           05  LK-PREG-ACTION      PIC X.
           05  LK-PREG-CORR-ID     PIC X(16).
           05  LK-PREG-CALLER      PIC X(8).
           05  LK-PREG-STATE       PIC X.
           05  LK-PREG-ORIG-DATE   PIC 9(8).
           05  LK-PREG-ORIG-TIME   PIC 9(6).
           05  LK-PREG-ORIG-CALLER PIC X(8).
           05  FILLER              PIC X(8).

       PROCEDURE DIVISION USING LK-PREG-PARMS.
       MAINLINE.
           EVALUATE LK-PREG-ACTION
               WHEN 'Q'
                   PERFORM QUERY-DELIVERY
               WHEN 'D'
                   PERFORM RECORD-DELIVERY
               WHEN 'S'
                   PERFORM RECORD-SUPPRESSION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

      * THE FIRST SUCCESSFUL DELIVERY FOR THE ID IS THE ONE REPORTED
      * BACK - THERE SHOULD ONLY EVER BE ONE, BUT A REGISTER THAT
      * STOPS AT THE FIRST MATCH CANNOT BE CONFUSED BY A SECOND
       QUERY-DELIVERY.
           MOVE 'N' TO LK-PREG-STATE
           MOVE 0 TO LK-PREG-ORIG-DATE LK-PREG-ORIG-TIME
           MOVE SPACES TO LK-PREG-ORIG-CALLER
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT REG-FILE
           PERFORM UNTIL WS-NO-MORE-RECS
               READ REG-FILE
                   AT END SET WS-NO-MORE-RECS TO TRUE
                   NOT AT END
                       MOVE REG-LINE TO WS-REG-DETAIL
                       IF REG-DELIVERED
                               AND REG-CORR-ID = LK-PREG-CORR-ID
                           MOVE 'D' TO LK-PREG-STATE
                           MOVE REG-DATE   TO LK-PREG-ORIG-DATE
                           MOVE REG-TIME   TO LK-PREG-ORIG-TIME
                           MOVE REG-CALLER TO LK-PREG-ORIG-CALLER
                           SET WS-NO-MORE-RECS TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REG-FILE.

       RECORD-DELIVERY.
           MOVE SPACES TO WS-REG-DETAIL
           SET REG-DELIVERED TO TRUE
           MOVE 0 TO REG-ORIG-DATE REG-ORIG-TIME
           PERFORM APPEND-REGISTER-LINE.

       RECORD-SUPPRESSION.
           MOVE SPACES TO WS-REG-DETAIL
           SET REG-SUPPRESSED TO TRUE
           MOVE LK-PREG-ORIG-DATE   TO REG-ORIG-DATE
           MOVE LK-PREG-ORIG-TIME   TO REG-ORIG-TIME
           MOVE LK-PREG-ORIG-CALLER TO REG-ORIG-CALLER
           PERFORM APPEND-REGISTER-LINE.

       APPEND-REGISTER-LINE.
           MOVE LK-PREG-CORR-ID TO REG-CORR-ID
           MOVE LK-PREG-CALLER  TO REG-CALLER
           MOVE FUNCTION CURRENT-DATE(1:8) TO REG-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO REG-TIME
           OPEN EXTEND REG-FILE
           MOVE WS-REG-DETAIL TO REG-LINE
           WRITE REG-LINE
           CLOSE REG-FILE.
