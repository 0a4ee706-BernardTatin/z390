       IDENTIFICATION DIVISION.
      *****************************************************************
      * Remarks. Call-capture file owner for DEMOSUB2's record and
      *          replay stub modes - see SOACAPT.CPY for the interface.
      *          In RECORD mode every DEMOSUB2 attempt against a real
      *          service manager is appended to SOACAPT: the request
      *          parameters, the reply, the raw RC and the elapsed
      *          seconds. In REPLAY mode DEMOSUB2 calls out to nobody
      *          and asks here instead; the whole capture is loaded
      *          on the first ask of the run and each captured attempt
      *          answers once, in the order it was captured, to the
      *          first ask for the same service name and parameters -
      *          so a captured fail-fail-succeed replays as exactly
      *          that, and retries, the breaker and dead-lettering can
      *          be tested the same way every time. The mode comes off
      *          PARMFIL 'SOA-STUB-MODE' and is held for the run.
      *          Owns the SOACAPT file the way SOAAUDIT owns SOACALL.
      *****************************************************************
      * 10/15/26 RPI 2252 INITIAL CODING
      *****************************************************************
       PROGRAM-ID. SOACAPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CAPT-FILE ASSIGN TO 'SOACAPT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PARMFIL-FILE ASSIGN TO 'PARMFIL'
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY PRM-KEY.
       DATA DIVISION.
       FILE SECTION.
       FD  CAPT-FILE.
       01  CAPT-LINE             PIC X(107).
       FD  PARMFIL-FILE.
           COPY PARMFIL.

       WORKING-STORAGE SECTION.
       01  WS-EOF-SW             PIC X VALUE 'N'.
           88  WS-NO-MORE-RECS       VALUE 'Y'.

      * ONE CAPTURED ATTEMPT AS IT SITS ON SOACAPT
       01  WS-CAPT-DETAIL.
           02  CAPT-SVC-NAME     PIC X(8).
           02  FILLER            PIC X VALUE SPACE.
           02  CAPT-SVC-MGR      PIC X(8).
           02  FILLER            PIC X VALUE SPACE.
           02  CAPT-REQUEST      PIC X(20).
           02  FILLER            PIC X VALUE SPACE.
           02  CAPT-REPLY        PIC X(20).
           02  FILLER            PIC X VALUE SPACE.
           02  CAPT-SVC-RC       PIC S9(8).
           02  FILLER            PIC X VALUE SPACE.
           02  CAPT-ELAPSED      PIC 9(5).
           02  FILLER            PIC X VALUE SPACE.
           02  CAPT-CORR-ID      PIC X(16).
           02  FILLER            PIC X VALUE SPACE.
           02  CAPT-DATE         PIC 9(8).
           02  FILLER            PIC X VALUE SPACE.
           02  CAPT-TIME         PIC 9(6).

      * THE STUB MODE FOR THE RUN - READ ONCE, ON THE FIRST 'Q'
       01  WS-MODE               PIC X VALUE SPACE.
           88  WS-MODE-KNOWN         VALUE 'L' 'R' 'P'.

      * THE WHOLE CAPTURE, LOADED ON THE FIRST REPLAY ASK OF THE RUN.
      * WS-REPLAY-USED MARKS AN ATTEMPT ALREADY ANSWERED. A CAPTURE
      * LONGER THAN THE TABLE REPLAYS ITS FIRST 2000 ATTEMPTS ONLY,
      * AND SAYS SO.
       01  WS-REPLAY-LOADED-SW   PIC X VALUE 'N'.
           88  WS-REPLAY-LOADED      VALUE 'Y'.
       01  WS-REPLAY-TBL.
           02  WS-REPLAY-ENTRY OCCURS 2000 TIMES.
               03  WS-REPLAY-USED    PIC X.
               03  WS-REPLAY-LINE    PIC X(107).
       01  WS-REPLAY-CNT         PIC 9(4) VALUE 0.
       01  WS-REPLAY-SUB         PIC 9(4).
       01  WS-REPLAY-DROPPED     PIC 9(7) VALUE 0.

       LINKAGE SECTION.
       COPY SOACAPT.

       PROCEDURE DIVISION USING SOACAPT-PARMS.
       MAINLINE.
           EVALUATE TRUE
               WHEN LK-SC-QUERY
                   PERFORM QUERY-STUB-MODE
               WHEN LK-SC-WRITE
                   PERFORM CAPTURE-CALL
               WHEN LK-SC-NEXT
                   PERFORM FIND-NEXT-CAPTURED-CALL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

       QUERY-STUB-MODE.
           IF NOT WS-MODE-KNOWN
               MOVE 'L' TO WS-MODE
               MOVE 'SOA-STUB-MODE' TO PRM-NAME
               OPEN INPUT PARMFIL-FILE
               READ PARMFIL-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       EVALUATE PRM-VALUE
                           WHEN 'RECORD'
                               MOVE 'R' TO WS-MODE
                           WHEN 'REPLAY'
                               MOVE 'P' TO WS-MODE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
               CLOSE PARMFIL-FILE
           END-IF
           MOVE WS-MODE TO LK-SC-MODE.

       CAPTURE-CALL.
           MOVE SPACES TO WS-CAPT-DETAIL
           MOVE LK-SC-SVC-NAME TO CAPT-SVC-NAME
           MOVE LK-SC-SVC-MGR  TO CAPT-SVC-MGR
           MOVE LK-SC-REQUEST  TO CAPT-REQUEST
           MOVE LK-SC-REPLY    TO CAPT-REPLY
           MOVE LK-SC-SVC-RC   TO CAPT-SVC-RC
           MOVE LK-SC-ELAPSED  TO CAPT-ELAPSED
           MOVE LK-SC-CORR-ID  TO CAPT-CORR-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO CAPT-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO CAPT-TIME
           OPEN EXTEND CAPT-FILE
           MOVE WS-CAPT-DETAIL TO CAPT-LINE
           WRITE CAPT-LINE
           CLOSE CAPT-FILE.

      * THE FIRST ATTEMPT NOT YET ANSWERED FOR THIS SERVICE AND THESE
      * PARAMETERS; THE MANAGER IT WAS CAPTURED AGAINST COMES BACK
      * FOR INFORMATION ONLY AND IS NOT PART OF THE MATCH
       FIND-NEXT-CAPTURED-CALL.
           IF NOT WS-REPLAY-LOADED
               PERFORM LOAD-CAPTURE
           END-IF
           MOVE 'N' TO LK-SC-FOUND-SW
           PERFORM VARYING WS-REPLAY-SUB FROM 1 BY 1
                   UNTIL WS-REPLAY-SUB > WS-REPLAY-CNT
                      OR LK-SC-FOUND
               IF WS-REPLAY-USED(WS-REPLAY-SUB) = 'N'
                   MOVE WS-REPLAY-LINE(WS-REPLAY-SUB)
                       TO WS-CAPT-DETAIL
                   IF CAPT-SVC-NAME = LK-SC-SVC-NAME
                           AND CAPT-REQUEST = LK-SC-REQUEST
                       MOVE 'Y' TO WS-REPLAY-USED(WS-REPLAY-SUB)
                       SET LK-SC-FOUND TO TRUE
                       MOVE CAPT-SVC-MGR  TO LK-SC-SVC-MGR
                       MOVE CAPT-REPLY    TO LK-SC-REPLY
                       MOVE CAPT-SVC-RC   TO LK-SC-SVC-RC
                       MOVE CAPT-ELAPSED  TO LK-SC-ELAPSED
                   END-IF
               END-IF
           END-PERFORM.

       LOAD-CAPTURE.
           SET WS-REPLAY-LOADED TO TRUE
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT CAPT-FILE
           PERFORM UNTIL WS-NO-MORE-RECS
               READ CAPT-FILE
                   AT END SET WS-NO-MORE-RECS TO TRUE
                   NOT AT END
                       IF WS-REPLAY-CNT < 2000
                           ADD 1 TO WS-REPLAY-CNT
                           MOVE 'N' TO WS-REPLAY-USED(WS-REPLAY-CNT)
                           MOVE CAPT-LINE
                               TO WS-REPLAY-LINE(WS-REPLAY-CNT)
                       ELSE
                           ADD 1 TO WS-REPLAY-DROPPED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CAPT-FILE
           IF WS-REPLAY-DROPPED > 0
               DISPLAY 'SOACAPT WARNING - CAPTURE HOLDS MORE THAN '
                   '2000 ATTEMPTS - ' WS-REPLAY-DROPPED
                   ' NOT LOADED FOR REPLAY'
           END-IF.
