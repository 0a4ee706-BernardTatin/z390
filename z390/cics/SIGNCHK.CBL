      ***************************************************************
      * Author.  Maintenance team
      * Remarks. Shared sign-on window check. OPERPROF used to say
      *          only what an operator may do, not when or from where
      *          - an operator ID used at 3 a.m., or from a terminal
      *          outside the operator's branch, was accepted like any
      *          other. The profile now carries permitted working
      *          hours and an allowed-terminal pattern list, and every
      *          customer- or parameter-updating transaction (TESTGUI6,
      *          TESTGUIA, TESTGUIP, TESTGUIR, CUSTSTAT, PARMMNT) calls
      *          this one copy of the rule before it updates anything,
      *          the same way SEQGEN owns sequence numbers. A refusal
      *          hands back a screen message and writes one event to
      *          TD queue SREJ in the BREJ layout (plus the terminal
      *          and the reason), so security sees the refused
      *          attempts the same way BEC5RPT sees BEC5's. A
      *          supervisor's SIGNOVR overtime grant lifts the hours
      *          check for the rest of that day up to the granted
      *          time. An operator with no OPERPROF record has no
      *          window defined and is not restricted here.
      *          A caller that updates customer data also asks for
      *          the business-day check: once a supervisor has run
      *          the DAYCTL day-close at the evening cutoff (PARMFIL
      *          'ONLINE-DAY-STATE' = CLOSED) the update is refused
      *          with BUSINESS DAY CLOSED, leaving the screens
      *          inquiry-only until DAYCTL opens the day next morning.
      ***************************************************************
      * 10/15/26 RPI 2229 INITIAL CODING
      * 10/15/26 RPI 2255 A CUSTOMER-UPDATING CALLER'S UPDATE IS
      *                   REFUSED WITH BUSINESS DAY CLOSED WHILE DAYCTL
      *                   HAS THE ONLINE DAY CLOSED
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIGNCHK.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY OPERPROF.
       COPY PARMFIL.

       01  WS-SC-RESP            PIC S9(8) COMP.
       01  WS-SC-NOW-HHMM        PIC 9(4).
       01  WS-SC-PAT-SUB         PIC 9(1).
       01  WS-SC-CH-SUB          PIC 9(1).
       01  WS-SC-PAT-CNT         PIC 9(1).
       01  WS-SC-HOURS-SW        PIC X.
           88  WS-SC-IN-HOURS          VALUE 'Y'.
       01  WS-SC-TERM-SW         PIC X.
           88  WS-SC-TERM-ALLOWED      VALUE 'Y'.
       01  WS-SC-MATCH-SW        PIC X.
           88  WS-SC-PATTERN-MATCH     VALUE 'Y'.
       01  WS-SC-STAR-SW         PIC X.
           88  WS-SC-STAR-SEEN         VALUE 'Y'.

      * REFUSED-UPDATE EVENT FOR TD QUEUE SREJ - THE BREJ LAYOUT
      * TESTBEC7 WRITES FOR A REFUSED BEC5 (TRANSACTION, OPERATOR,
      * EIBDATE, EIBTIME) WITH THE TERMINAL AND A ONE-BYTE REASON
      * ('H' OUTSIDE HOURS, 'T' TERMINAL NOT ALLOWED) ON THE END
       01  WS-SC-REJECT-REC.
           02  SREJ-TRNID        PIC X(4).
           02  FILLER            PIC X VALUE SPACE.
           02  SREJ-OPID         PIC X(3).
           02  FILLER            PIC X VALUE SPACE.
           02  SREJ-DATE         PIC 9(7).
           02  FILLER            PIC X VALUE SPACE.
           02  SREJ-TIME         PIC 9(7).
           02  FILLER            PIC X VALUE SPACE.
           02  SREJ-TRMID        PIC X(4).
           02  FILLER            PIC X VALUE SPACE.
           02  SREJ-REASON       PIC X.
       01  WS-SC-REJECT-LEN      PIC S9(4) COMP VALUE 31.

       LINKAGE SECTION.
       COPY SIGNCHK.

       PROCEDURE DIVISION USING SIGNCHK-PARMS.
       MAINLINE.
           SET SC-SIGNON-OK TO TRUE
           MOVE SPACES TO SC-MESSAGE
           MOVE SC-OPID TO OP-OPID
           EXEC CICS READ DATASET('OPERPROF')
               INTO(OPERPROF-RECORD)
               RIDFLD(OP-KEY)
               RESP(WS-SC-RESP)
           END-EXEC
           IF WS-SC-RESP = DFHRESP(NORMAL)
               PERFORM CHECK-TERMINAL-LIST
               PERFORM CHECK-WORKING-HOURS
               IF NOT WS-SC-TERM-ALLOWED
                   SET SC-TERMINAL-REFUSED TO TRUE
                   MOVE 'TERMINAL NOT PERMITTED - REFUSED'
                        TO SC-MESSAGE
               ELSE
               IF NOT WS-SC-IN-HOURS
                   SET SC-OUTSIDE-HOURS TO TRUE
                   MOVE 'OUTSIDE PERMITTED HOURS - REFUSED'
                        TO SC-MESSAGE
               END-IF
               END-IF
           END-IF
           IF NOT SC-SIGNON-OK AND SC-LOG-REFUSAL
               PERFORM WRITE-SIGNON-REJECT-EVENT
           END-IF
           IF SC-SIGNON-OK AND SC-CHECK-BUSINESS-DAY
               PERFORM CHECK-BUSINESS-DAY
           END-IF
           GOBACK.

      * THE ONLINE DAY IS OPEN UNLESS DAYCTL HAS SET THE PARMFIL
      * STATE TO CLOSED - A MISSING RECORD (A REGION THAT HAS NEVER
      * RUN A DAY-CLOSE) LEAVES UPDATES ALLOWED
       CHECK-BUSINESS-DAY.
           MOVE 'ONLINE-DAY-STATE' TO PRM-NAME
           EXEC CICS READ DATASET('PARMFIL')
               INTO(PRM-RECORD)
               RIDFLD(PRM-KEY)
               RESP(WS-SC-RESP)
           END-EXEC
           IF WS-SC-RESP = DFHRESP(NORMAL)
               IF PRM-VALUE = 'CLOSED'
                   SET SC-DAY-CLOSED TO TRUE
                   MOVE 'BUSINESS DAY CLOSED - INQUIRY ONLY'
                        TO SC-MESSAGE
               END-IF
           END-IF.

      * THE TERMINAL PASSES WHEN NO PATTERN IS ON THE PROFILE, OR
      * WHEN ANY ONE PATTERN MATCHES EIBTRMID POSITION BY POSITION UP
      * TO ITS FIRST '*'
       CHECK-TERMINAL-LIST.
           MOVE 'N' TO WS-SC-TERM-SW
           MOVE 0 TO WS-SC-PAT-CNT
           PERFORM VARYING WS-SC-PAT-SUB FROM 1 BY 1
                   UNTIL WS-SC-PAT-SUB > 5
               IF OP-TERM-PATTERN(WS-SC-PAT-SUB) NOT = SPACES
                       AND OP-TERM-PATTERN(WS-SC-PAT-SUB)
                           NOT = LOW-VALUES
                   ADD 1 TO WS-SC-PAT-CNT
                   PERFORM MATCH-TERM-PATTERN
                   IF WS-SC-PATTERN-MATCH
                       SET WS-SC-TERM-ALLOWED TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-SC-PAT-CNT = 0
               SET WS-SC-TERM-ALLOWED TO TRUE
           END-IF.

       MATCH-TERM-PATTERN.
           SET WS-SC-PATTERN-MATCH TO TRUE
           MOVE 'N' TO WS-SC-STAR-SW
           PERFORM VARYING WS-SC-CH-SUB FROM 1 BY 1
                   UNTIL WS-SC-CH-SUB > 4
                      OR WS-SC-STAR-SEEN
                      OR NOT WS-SC-PATTERN-MATCH
               IF OP-TERM-PATTERN(WS-SC-PAT-SUB)(WS-SC-CH-SUB:1)
                       = '*'
                   SET WS-SC-STAR-SEEN TO TRUE
               ELSE
               IF OP-TERM-PATTERN(WS-SC-PAT-SUB)(WS-SC-CH-SUB:1)
                       NOT = SC-TRMID(WS-SC-CH-SUB:1)
                   MOVE 'N' TO WS-SC-MATCH-SW
               END-IF
               END-IF
           END-PERFORM.

      * HOURS ARE HHMM AGAINST THE TASK'S EIBTIME (0HHMMSS). BOTH
      * ZERO (OR A PROFILE LOADED BEFORE THE FIELDS EXISTED) MEANS
      * ANY TIME; A START LATER THAN THE END WRAPS PAST MIDNIGHT. A
      * SIGNOVR GRANT FOR TODAY COVERS ANY TIME BEFORE OP-OVT-UNTIL.
       CHECK-WORKING-HOURS.
           MOVE 'N' TO WS-SC-HOURS-SW
           COMPUTE WS-SC-NOW-HHMM = SC-TIME / 100
           IF OP-HOURS-START NOT NUMERIC OR OP-HOURS-END NOT NUMERIC
               SET WS-SC-IN-HOURS TO TRUE
           ELSE
           IF OP-HOURS-START = 0 AND OP-HOURS-END = 0
               SET WS-SC-IN-HOURS TO TRUE
           ELSE
           IF OP-HOURS-START <= OP-HOURS-END
               IF WS-SC-NOW-HHMM >= OP-HOURS-START
                       AND WS-SC-NOW-HHMM < OP-HOURS-END
                   SET WS-SC-IN-HOURS TO TRUE
               END-IF
           ELSE
               IF WS-SC-NOW-HHMM >= OP-HOURS-START
                       OR WS-SC-NOW-HHMM < OP-HOURS-END
                   SET WS-SC-IN-HOURS TO TRUE
               END-IF
           END-IF
           END-IF
           END-IF
           IF NOT WS-SC-IN-HOURS
                   AND OP-OVT-DATE IS NUMERIC
                   AND OP-OVT-UNTIL IS NUMERIC
               IF OP-OVT-DATE = SC-DATE
                       AND WS-SC-NOW-HHMM < OP-OVT-UNTIL
                   SET WS-SC-IN-HOURS TO TRUE
               END-IF
           END-IF.

       WRITE-SIGNON-REJECT-EVENT.
           MOVE SC-TRNID  TO SREJ-TRNID
           MOVE SC-OPID   TO SREJ-OPID
           MOVE SC-DATE   TO SREJ-DATE
           MOVE SC-TIME   TO SREJ-TIME
           MOVE SC-TRMID  TO SREJ-TRMID
           MOVE SC-RESULT TO SREJ-REASON
           EXEC CICS WRITEQ TD
               QUEUE('SREJ')
               FROM(WS-SC-REJECT-REC)
               LENGTH(WS-SC-REJECT-LEN)
           END-EXEC.
