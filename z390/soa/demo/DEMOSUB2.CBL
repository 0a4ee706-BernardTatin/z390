      *                   DOWN HARD. BREAKER-OPEN AND BREAKER-CLOSED
      *                   TRANSITIONS ARE WRITTEN TO THE SOACALL
      *                   AUDIT TRAIL (MARKER IN THE CORR-ID COLUMN)
      * 10/15/26 RPI 2251 EVERY ATTEMPT (WITH ITS TIER), EVERY TIER
      *                   SKIPPED ON AN OPEN BREAKER, EVERY BREAKER
      *                   TRANSITION AND THE DEAD LETTER ARE NOW ALSO
      *                   WRITTEN AS EVENTS TO THE SOATRACE KEYED TRACE
      *                   FILE, SO THE SOATRCQ INQUIRY CAN SHOW ONE
      *                   CORRELATION ID'S STORY WHILE IT IS STILL
      *                   HAPPENING
      * 10/15/26 RPI 2252 RECORD AND REPLAY STUB MODES, SWITCHED BY
      *                   PARMFIL 'SOA-STUB-MODE' THROUGH THE NEW
      *                   SOACAPT SUBPROGRAM. RECORD CAPTURES EVERY
      *                   ATTEMPT'S PARAMETERS, REPLY, RC AND ELAPSED
      *                   SECONDS TO SOACAPT; REPLAY ANSWERS EACH
      *                   ATTEMPT FROM THAT CAPTURE BY SERVICE NAME AND
      *                   PARAMETERS INSTEAD OF CALLING OUT, RECORDED
      *                   FAILURES AND DELAYS INCLUDED, SO RETRIES, THE
      *                   BREAKER AND DEAD-LETTERING CAN BE TESTED
      *                   REPEATABLY. THE SOASTUB2 CALL MOVED TO ITS
      *                   OWN CALL-SERVICE-MANAGER PARAGRAPH
      *****************************************************************
       COPY SOASTUB1.
       01  SOA-STUB-SVC-NAME     PIC X(8) VALUE 'DEMOSUB2'.
      * RUN UNIT
       01  WS-CORR-TOKEN         PIC X(16) VALUE SPACES.
       01  WS-CORR-SEQ           PIC 9(2) VALUE 0.
       01  WS-TRACE-TRY          PIC 9(2) VALUE 0.

      * RECORD/REPLAY STUB MODE FOR THE RUN, ASKED OF SOACAPT ON THE
      * FIRST CALL AND HELD. IN REPLAY NOTHING CALLS OUT - EACH
      * ATTEMPT IS ANSWERED FROM THE SOACAPT CAPTURE FILE, ITS
      * RECORDED ELAPSED SECONDS STANDING IN FOR THE CLOCK SO A
      * RECORDED DELAY TIMES OUT JUST AS IT DID. WS-SENT-PARMS IS
      * SOA-MSG-PARMS AS SENT, BEFORE THE REPLY OVERLAYS IT.
       COPY SOACAPT.
       01  WS-STUB-MODE          PIC X VALUE SPACE.
           88  WS-STUB-MODE-KNOWN     VALUE 'L' 'R' 'P'.
           88  WS-STUB-RECORD         VALUE 'R'.
           88  WS-STUB-REPLAY         VALUE 'P'.
       01  WS-SENT-PARMS         PIC X(20).

      * CIRCUIT-BREAKER INTERFACE TO THE SOABRKR SUBPROGRAM (WHICH
      * OWNS THE DEMOBRKR STATE FILE, THE SAME WAY SOAAUDIT OWNS
           05  FILLER            PIC X VALUE SPACE.
           05  DL-CORR-ID        PIC X(16).

      * SOATRACE TRACE EVENT - WRITTEN OUT BY THE SOATRACE SUBPROGRAM,
      * SAME REASON AS WS-AUDIT-LINE ABOVE
       COPY SOATRACE.

       LINKAGE SECTION.
       01 P1 PIC X(4).
       01 P2 PIC X(4).
           MOVE 0  TO WS-RETRY-COUNT
           MOVE 0  TO SOA-MSG-SVC-RC
           MOVE 'N' TO WS-TRIED-BACKUP-SW
           IF NOT WS-STUB-MODE-KNOWN
               MOVE 'Q' TO LK-SC-ACTION
               CALL 'SOACAPT' USING SOACAPT-PARMS
               MOVE LK-SC-MODE TO WS-STUB-MODE
           END-IF
           PERFORM LOOKUP-SVC-MGR
           IF P-CORR-ID = SPACES OR P-CORR-ID = LOW-VALUES
               PERFORM GENERATE-CORRELATION-TOKEN
           CALL 'SOABRKR' USING WS-BRKR-PARMS
           IF BRKR-STATE = 'O'
               MOVE WS-HARD-FAIL-RC TO SOA-MSG-SVC-RC
               PERFORM INIT-TRACE-EVENT
               MOVE 'SKIP' TO STR-EVENT
               MOVE 0      TO STR-ELAPSED
               MOVE 'BREAKER OPEN, SKIPPED' TO STR-DETAIL
               CALL 'SOATRACE' USING STR-RECORD
           ELSE
               PERFORM RETRY-CURRENT-TIER
               IF SOA-MSG-SVC-RC = 0
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-TIME
           CALL 'SOAAUDIT' USING WS-AUDIT-LINE
           PERFORM INIT-TRACE-EVENT
           MOVE SPACES TO STR-CORR-ID
           STRING 'BREAKER ' SOA-STUB-SVC-MGR
               DELIMITED BY SIZE INTO STR-CORR-ID
           MOVE SPACE TO STR-TIER
           MOVE 0     TO STR-ELAPSED
           IF BRKR-EVENT = 'O'
               MOVE 'BRKO' TO STR-EVENT
           ELSE
               MOVE 'BRKC' TO STR-EVENT
           END-IF
           STRING 'BY ' WS-CORR-TOKEN
               DELIMITED BY SIZE INTO STR-DETAIL
           CALL 'SOATRACE' USING STR-RECORD.

      * ONE TIER'S WORTH OF RETRIES (PRIMARY OR BACKUP, WHICHEVER IS
      * CURRENTLY IN SOA-STUB-SVC-MGR) AGAINST THE SOASTUB2 SERVICE
               MOVE WS-HARD-FAIL-RC TO SOA-MSG-SVC-RC
           END-IF.

      * ONE ATTEMPT AT THE SERVICE, TIMED AGAINST WS-TIMEOUT-SECONDS
      * AND AUDITED REGARDLESS OF OUTCOME - A REAL SOASTUB2 CALL, OR
      * IN REPLAY MODE THE NEXT CAPTURED ANSWER. IN RECORD MODE THE
      * RAW OUTCOME IS CAPTURED BEFORE THE TIMEOUT CHECK, SO REPLAY
      * APPLIES THE SAME CHECK TO THE SAME NUMBERS
       SEND-SERVICE-REQUEST.
           MOVE SOA-MSG-PARMS TO WS-SENT-PARMS
           IF WS-STUB-REPLAY
               PERFORM ANSWER-FROM-CAPTURE
           ELSE
               PERFORM CALL-SERVICE-MANAGER
           END-IF
           IF WS-STUB-RECORD
               PERFORM CAPTURE-SERVICE-CALL
           END-IF
           IF WS-ELAPSED-SECONDS > WS-TIMEOUT-SECONDS
               MOVE WS-HARD-FAIL-RC TO SOA-MSG-SVC-RC
           END-IF
           PERFORM WRITE-AUDIT-RECORD.

      * THE REAL SOASTUB2 CALL TO THE MANAGER IN SOA-STUB-SVC-MGR
       CALL-SERVICE-MANAGER.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-START-TIME
       COPY SOASTUB2.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-END-TIME
               (WS-END-DAY-SECS - WS-START-DAY-SECS)
           IF WS-ELAPSED-SECONDS < 0
               ADD 86400 TO WS-ELAPSED-SECONDS
           END-IF.

      * THE NEXT CAPTURED ANSWER FOR THIS SERVICE AND THESE
      * PARAMETERS, FAILURE OR NOT. AN ATTEMPT THE CAPTURE HOLDS NO
      * ANSWER FOR FAILS HARD, AS AN UNREACHABLE MANAGER WOULD
       ANSWER-FROM-CAPTURE.
           MOVE 'N'                TO LK-SC-ACTION
           MOVE SOA-STUB-SVC-NAME  TO LK-SC-SVC-NAME
           MOVE SOA-STUB-SVC-MGR   TO LK-SC-SVC-MGR
           MOVE WS-SENT-PARMS      TO LK-SC-REQUEST
           MOVE WS-CORR-TOKEN      TO LK-SC-CORR-ID
           CALL 'SOACAPT' USING SOACAPT-PARMS
           IF LK-SC-FOUND
               MOVE LK-SC-REPLY    TO SOA-MSG-PARMS
               MOVE LK-SC-SVC-RC   TO SOA-MSG-SVC-RC
               MOVE LK-SC-ELAPSED  TO WS-ELAPSED-SECONDS
           ELSE
               DISPLAY 'DEMOSUB2 REPLAY - NO CAPTURED ANSWER FOR '
                   SOA-STUB-SVC-NAME ' PARMS ' WS-SENT-PARMS
               MOVE WS-HARD-FAIL-RC TO SOA-MSG-SVC-RC
               MOVE 0 TO WS-ELAPSED-SECONDS
           END-IF.

       CAPTURE-SERVICE-CALL.
           MOVE 'W'                TO LK-SC-ACTION
           MOVE SOA-STUB-SVC-NAME  TO LK-SC-SVC-NAME
           MOVE SOA-STUB-SVC-MGR   TO LK-SC-SVC-MGR
           MOVE WS-SENT-PARMS      TO LK-SC-REQUEST
           MOVE SOA-MSG-PARMS      TO LK-SC-REPLY
           MOVE SOA-MSG-SVC-RC     TO LK-SC-SVC-RC
           MOVE WS-ELAPSED-SECONDS TO LK-SC-ELAPSED
           MOVE WS-CORR-TOKEN      TO LK-SC-CORR-ID
           CALL 'SOACAPT' USING SOACAPT-PARMS.

      * WRITE ONE AUDIT LINE PER CALL ATTEMPT TO THE SHARED SOACALL
      * SERVICE-HEALTH AUDIT FILE VIA THE SOAAUDIT SUBPROGRAM
           MOVE WS-CORR-TOKEN      TO AUD-CORR-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-TIME
           CALL 'SOAAUDIT' USING WS-AUDIT-LINE
           PERFORM INIT-TRACE-EVENT
           MOVE 'CALL' TO STR-EVENT
           MOVE WS-ELAPSED-SECONDS TO STR-ELAPSED
           MOVE WS-RETRY-COUNT TO WS-TRACE-TRY
           ADD 1 TO WS-TRACE-TRY
           STRING 'TRY ' WS-TRACE-TRY ' ON THIS TIER'
               DELIMITED BY SIZE INTO STR-DETAIL
           CALL 'SOATRACE' USING STR-RECORD.

      * A CALL THAT NEVER SUCCEEDED AFTER RETRIES GOES HERE WITH ITS
      * ORIGINAL PARAMETERS INSTEAD OF LETTING STALE REPLY DATA FLOW
           MOVE SOA-MSG-SVC-RC    TO DL-SVC-RC
           MOVE SOA-MSG-PARMS     TO DL-PARMS
           MOVE WS-CORR-TOKEN     TO DL-CORR-ID
           CALL 'SOADEADQ' USING WS-DEADL-LINE
           PERFORM INIT-TRACE-EVENT
           MOVE 'DEAD' TO STR-EVENT
           MOVE SPACE  TO STR-TIER
           MOVE 0      TO STR-ELAPSED
           MOVE 'WRITTEN TO SOADEADL' TO STR-DETAIL
           CALL 'SOATRACE' USING STR-RECORD.

      * COMMON FIELDS OF A SOATRACE EVENT FOR THE CURRENT CALL - THE
      * CALLER'S TOKEN, THE MANAGER AND TIER NOW IN PLAY, THE RC SO
      * FAR AND THE TIME OF DAY; THE CALLER SETS THE EVENT ITSELF
       INIT-TRACE-EVENT.
           MOVE SPACES TO STR-RECORD
           MOVE WS-CORR-TOKEN      TO STR-CORR-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO STR-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO STR-TIME
           MOVE 0                  TO STR-SEQNO
           MOVE 'DEMOSUB2'         TO STR-PROGRAM
           MOVE SOA-STUB-SVC-NAME  TO STR-SVC-NAME
           MOVE SOA-STUB-SVC-MGR   TO STR-SVC-MGR
           IF WS-TRIED-BACKUP
               MOVE 'B' TO STR-TIER
           ELSE
               MOVE 'P' TO STR-TIER
           END-IF
           MOVE SOA-MSG-SVC-RC     TO STR-SVC-RC.

      * LOOK SOA-STUB-SVC-NAME UP IN WS-SVC-MGR-TBL TO SET THE PRIMARY
      * AND BACKUP MANAGER FOR THIS CALL. A NAME NOT FOUND IN THE TABLE
