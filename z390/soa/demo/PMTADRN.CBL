      *          either way.
      *****************************************************************
      * 08/21/26 RPI 2148 INITIAL CODING
      * 10/15/26 RPI 2223 EACH NOTIFICATION IS CHECKED AGAINST THE
      *                   PMTAREG DELIVERED-NOTIFICATION REGISTER
      *                   BEFORE IT IS SENT - A CORRELATION ID THAT
      *                   HAS ALREADY BEEN DELIVERED (A TDQRPLY RE-FEED,
      *                   OR A SOADEADR REPLAY THAT GOT THERE FIRST) IS
      *                   REPORTED AS A SUPPRESSED DUPLICATE INSTEAD OF
      *                   TELLING THE PAYMENTS SYSTEM TWICE
      * 10/15/26 RPI 2232 THE NOTIFICATION NOW ENDS WITH THE CUSTOMER'S
      *                   PERMANENT NUMBER (82 -> 90 BYTES), AND THE
      *                   CALL CARRIES THE NUMBER RATHER THAN THE FRONT
      *                   OF THE NAME, WHICH CAN CHANGE. A RECORD
      *                   QUEUED BEFORE THE NUMBER EXISTED STILL SENDS
      *                   THE NAME
      * 10/15/26 RPI 2251 EACH NOTIFICATION WITH A CORRELATION ID IS
      *                   NOW ALSO WRITTEN TO THE SOATRACE KEYED TRACE
      *                   FILE - ONE EVENT AT THE TIME TESTGUI6 QUEUED
      *                   IT, AND ONE WHEN IT IS DELIVERED OR
      *                   SUPPRESSED HERE - FOR THE SOATRCQ INQUIRY
      *****************************************************************
       PROGRAM-ID. PMTADRN.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
       FD  PMTA-EXTRACT.
       01  PMTA-LINE               PIC X(90).
       FD  ARCH-FILE.
       01  ARCH-LINE       PIC X(90).
       FD  PMTADRN-RPT.
       01  RPT-LINE                PIC X(80).
       FD  BATCH-LOG-FILE.
           02  PMTA-DATE            PIC 9(7).
           02  FILLER               PIC X.
           02  PMTA-TIME            PIC 9(7).
           02  FILLER               PIC X.
           02  PMTA-CUST-NUMBER     PIC X(7).

       01  WS-EOF-SW                PIC X VALUE 'N'.
           88  WS-NO-MORE-PMTA          VALUE 'Y'.
       01  WS-READ-CNT              PIC 9(5) VALUE 0.
       01  WS-SENT-OK-CNT           PIC 9(5) VALUE 0.
       01  WS-SENT-FAIL-CNT         PIC 9(5) VALUE 0.
       01  WS-SUPPRESSED-CNT        PIC 9(5) VALUE 0.
       01  WS-RUN-DATE.
           02  WS-RUN-YYYY          PIC 9(4).
           02  WS-RUN-MM            PIC 9(2).
      * PARAMETER INTERFACE FOR THE DEMOSUB2 NOTIFICATION CALL, SAME
      * SHAPE SOADEADR ALREADY USES FOR ITS REPLAY CALL. THE 20 BYTES
      * OF PARMS CARRY THE APPROVING TRANSACTION, THE CHECKER OPID AND
      * THE CUSTOMER NUMBER - THE CORRELATION ID IS WHAT
      * TIES THE CALL BACK TO THE GUI6HIST TASK.
       01  WS-P1                    PIC X(4).
       01  WS-P2                    PIC X(4).
       01  WS-CORR-ID               PIC X(16).
       01  WS-RETURN-CODE           PIC S9(8) COMP.

      * DELIVERED-NOTIFICATION REGISTER INTERFACE TO THE PMTAREG
      * SUBPROGRAM - 'Q' ASKS WHETHER THE CORRELATION ID HAS ALREADY
      * BEEN DELIVERED, 'D' RECORDS THIS RUN'S DELIVERY, 'S' RECORDS
      * A DUPLICATE THIS RUN DID NOT SEND
       01  WS-PREG-PARMS.
           05  PREG-ACTION          PIC X.
           05  PREG-CORR-ID         PIC X(16).
           05  PREG-CALLER          PIC X(8).
           05  PREG-STATE           PIC X.
               88  PREG-ALREADY-DELIVERED  VALUE 'D'.
           05  PREG-ORIG-DATE       PIC 9(8).
           05  PREG-ORIG-TIME       PIC 9(6).
           05  PREG-ORIG-CALLER     PIC X(8).
           05  FILLER               PIC X(8).

      * SOATRACE TRACE EVENT FOR THE SOATRCQ INQUIRY, WRITTEN BY THE
      * SOATRACE SUBPROGRAM; JULDAY TURNS THE EIBDATE-STYLE QUEUED
      * DATE INTO THE CALENDAR DATE THE TRACE FILE IS KEYED ON
       COPY SOATRACE.
       COPY JULDAY.

       01  WS-HDG-1.
           02  FILLER       PIC X(40) VALUE
               'GUI6 PAYMENT-APPROVAL NOTIFICATION DRAIN'.
           02  SUM-OK       PIC ZZZZ9.
           02  FILLER       PIC X(15) VALUE '  DEAD-LETTER='.
           02  SUM-FAIL     PIC ZZZZ9.
           02  FILLER       PIC X(14) VALUE '  SUPPRESSED='.
           02  SUM-DUP      PIC ZZZZ9.
       01  WS-BL-DETAIL.
           02  FILLER       PIC X(9)  VALUE 'PMTADRN '.
           02  FILLER       PIC X(4)  VALUE 'OK='.
           02  BLD-OK       PIC ZZZZ9.
           02  FILLER       PIC X(7)  VALUE ' DEAD='.
           02  BLD-FAIL     PIC ZZZZ9.
           02  FILLER       PIC X(5)  VALUE ' DUP='.
           02  BLD-DUP      PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAINLINE.
           DISPLAY 'PMTADRN NOTIFICATIONS READ: ' WS-READ-CNT
           DISPLAY 'PMTADRN DELIVERED OK:       ' WS-SENT-OK-CNT
           DISPLAY 'PMTADRN DEAD-LETTERED:      ' WS-SENT-FAIL-CNT
           DISPLAY 'PMTADRN DUPLICATES SKIPPED: ' WS-SUPPRESSED-CNT
           STOP RUN.

       READ-PMTA-RECORD.
      * HAND ONE APPROVAL NOTIFICATION TO DEMOSUB2 UNDER THE
      * CORRELATION ID TESTGUI6 STAMPED FROM THE GUI6HIST TASK NUMBER,
      * SO THE CALL IS AUDITED IN SOACALL (OR DEAD-LETTERED TO
      * SOADEADL) UNDER THAT SAME ID. AN ID THE PMTAREG REGISTER
      * ALREADY HOLDS A DELIVERY FOR IS NOT SENT AGAIN - IT IS
      * REPORTED AND REGISTERED AS A SUPPRESSED DUPLICATE. A RECORD
      * WITH NO CORRELATION ID HAS NOTHING TO KEY THE REGISTER ON AND
      * IS SENT AS BEFORE
       SEND-ONE-NOTIFICATION.
           MOVE 'Q'                 TO PREG-ACTION
           MOVE PMTA-CORR-ID        TO PREG-CORR-ID
           MOVE 'PMTADRN '          TO PREG-CALLER
           MOVE 'N'                 TO PREG-STATE
           IF PMTA-CORR-ID NOT = SPACES
               PERFORM TRACE-QUEUED-NOTIFICATION
               CALL 'PMTAREG' USING WS-PREG-PARMS
           END-IF
           IF PREG-ALREADY-DELIVERED
               PERFORM SUPPRESS-DUPLICATE-NOTIFY
           ELSE
               PERFORM DELIVER-NOTIFICATION
           END-IF.

       DELIVER-NOTIFICATION.
           MOVE PMTA-TRNID          TO WS-P1
           MOVE SPACES              TO WS-P2
           MOVE PMTA-OPID           TO WS-P2(1:3)
           IF PMTA-CUST-NUMBER IS NUMERIC
               MOVE PMTA-CUST-NUMBER(1:4) TO WS-P3
               MOVE SPACES                TO WS-P4
               MOVE PMTA-CUST-NUMBER(5:3) TO WS-P4(1:3)
               MOVE SPACES                TO WS-P5
           ELSE
               MOVE PMTA-CUST-KEY(1:4)  TO WS-P3
               MOVE PMTA-CUST-KEY(5:4)  TO WS-P4
               MOVE PMTA-CUST-KEY(9:4)  TO WS-P5
           END-IF
           MOVE PMTA-CORR-ID        TO WS-CORR-ID
           MOVE 0                   TO WS-RETURN-CODE
           CALL 'DEMOSUB2' USING WS-P1 WS-P2 WS-P3 WS-P4 WS-P5
           IF WS-RETURN-CODE = 0
               MOVE 'DELIVERED'   TO DET-OUTCOME
               ADD 1 TO WS-SENT-OK-CNT
               IF PMTA-CORR-ID NOT = SPACES
                   MOVE 'D' TO PREG-ACTION
                   CALL 'PMTAREG' USING WS-PREG-PARMS
                   PERFORM INIT-TRACE-EVENT
                   MOVE 'DLVD' TO STR-EVENT
                   MOVE 'DELIVERED AND REGISTERED' TO STR-DETAIL
                   CALL 'SOATRACE' USING STR-RECORD
               END-IF
           ELSE
               MOVE 'DEAD-LETTER' TO DET-OUTCOME
               ADD 1 TO WS-SENT-FAIL-CNT
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

      * THE DUPLICATE'S DETAIL LINE SHOWS NO CALL RC - NO CALL WAS
      * MADE
       SUPPRESS-DUPLICATE-NOTIFY.
           MOVE 'S' TO PREG-ACTION
           CALL 'PMTAREG' USING WS-PREG-PARMS
           PERFORM INIT-TRACE-EVENT
           MOVE 'SUPP' TO STR-EVENT
           STRING 'ALREADY SENT BY ' PREG-ORIG-CALLER
               DELIMITED BY SIZE INTO STR-DETAIL
           CALL 'SOATRACE' USING STR-RECORD
           ADD 1 TO WS-SUPPRESSED-CNT
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE PMTA-TRNID     TO DET-TRNID
           MOVE PMTA-OPID      TO DET-OPID
           MOVE PMTA-CORR-ID   TO DET-CORR-ID
           MOVE 'SUPPRESSED'   TO DET-OUTCOME
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

      * THE NOTIFICATION IS TRACED AT THE MOMENT TESTGUI6 QUEUED IT,
      * NOT WHEN THIS RUN DRAINED IT, SO IT SITS IN TIME ORDER
      * BETWEEN THE APPROVAL AND THE FIRST DEMOSUB2 ATTEMPT. A RECORD
      * WITH NO USABLE QUEUED DATE IS TRACED AT DRAIN TIME INSTEAD
       TRACE-QUEUED-NOTIFICATION.
           PERFORM INIT-TRACE-EVENT
           MOVE 'PMTA' TO STR-EVENT
           IF PMTA-DATE IS NUMERIC AND PMTA-DATE > 0
                   AND PMTA-TIME IS NUMERIC
               MOVE PMTA-DATE TO LK-JD-JULIAN
               CALL 'JULDAY' USING JULDAY-PARMS
               MOVE LK-JD-DATE TO STR-DATE
               MOVE PMTA-TIME(2:6) TO STR-TIME
           END-IF
           STRING 'QUEUED BY ' PMTA-OPID ' ON ' PMTA-TRNID
               DELIMITED BY SIZE INTO STR-DETAIL
           CALL 'SOATRACE' USING STR-RECORD.

      * COMMON FIELDS OF A SOATRACE EVENT FOR THE CURRENT NOTIFICATION
       INIT-TRACE-EVENT.
           MOVE SPACES TO STR-RECORD
           MOVE PMTA-CORR-ID TO STR-CORR-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO STR-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO STR-TIME
           MOVE 0            TO STR-SEQNO
           MOVE 'PMTADRN '   TO STR-PROGRAM
           MOVE 0            TO STR-SVC-RC
           MOVE 0            TO STR-ELAPSED.

      * EVERY DRAINED NOTIFICATION NOW HAS A FINAL HOME IN SOACALL OR
      * SOADEADL, SO THE EXTRACT IS TRUNCATED RATHER THAN LEFT TO BE
      * RE-DELIVERED ON THE NEXT RUN
           WRITE RPT-LINE
           MOVE WS-SENT-OK-CNT   TO SUM-OK
           MOVE WS-SENT-FAIL-CNT TO SUM-FAIL
           MOVE WS-SUPPRESSED-CNT TO SUM-DUP
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE.

       WRITE-BATCH-LOG-ENTRY.
           MOVE WS-SENT-OK-CNT   TO BLD-OK
           MOVE WS-SENT-FAIL-CNT TO BLD-FAIL
           MOVE WS-SUPPRESSED-CNT TO BLD-DUP
           MOVE 'PMTADRN ' TO BL-PROGRAM
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
