      ***************************************************************
      * Author.  Maintenance team, following the SOABRKR/SIGNCHK
      *          style
      * Remarks. Abend-storm breaker for CICS transactions - see
      *          TRNBRKR.CPY for the interface and TRNDSBL.CPY for the
      *          state file. TESTBEC7 pages on-call once the day's
      *          abends pass a threshold, but the failing transaction
      *          kept being accepted and kept abending in front of
      *          users until someone answered the page. Each time an
      *          abend is logged, this counts that transid's ABNDLOG
      *          events inside the rolling window (PARMFIL
      *          ABND-STORM-MINUTES, default 10) and, when they exceed
      *          PARMFIL ABND-STORM-LIMIT (default 5), disables the
      *          transid on TRNDSBL, logs the action to TD queue TDIS
      *          and pages on-call. A guarded transaction asks here at
      *          task entry and shows a friendly "temporarily
      *          unavailable" message instead of running. The disable
      *          is held on TRNDSBL rather than by a CICS-level
      *          SET TRANSACTION DISABLED, which would leave the
      *          operator with a system message instead of ours. The
      *          window is counted back from the newest ABNDLOG event
      *          and stops at midnight and at the transid's last
      *          re-enable, so a re-enabled transaction starts clean.
      *          One copy of the rule, the same way SEQGEN owns
      *          sequence numbers and SIGNCHK the sign-on window.
      ***************************************************************
      * 10/15/26 RPI 2254 INITIAL CODING
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNBRKR.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY TRNDSBL.
       COPY ABNDLOG.
       COPY PARMFIL.

       01  WS-TB-RESP            PIC S9(8) COMP.
       01  WS-TB-ON-FILE-SW      PIC X.
           88  WS-TB-ON-FILE           VALUE 'Y'.

      * ABENDS IN THE WINDOW THAT TRIP THE BREAKER (MORE THAN THIS
      * MANY) AND THE WINDOW LENGTH IN MINUTES - PARMFIL OVERRIDES
       01  WS-TB-LIMIT           PIC 9(5) VALUE 5.
       01  WS-TB-WINDOW-MINS     PIC 9(4) VALUE 10.
       01  WS-TB-ABND-CNT        PIC 9(5).

      * SECONDS SINCE MIDNIGHT FOR AN 0HHMMSS TIME, AND THE WINDOW'S
      * OLDEST SECOND STILL COUNTED
       01  WS-TB-HHMMSS          PIC 9(7).
       01  WS-TB-HHMMSS-R REDEFINES WS-TB-HHMMSS.
           02  FILLER            PIC 9.
           02  WS-TB-HH          PIC 9(2).
           02  WS-TB-MM          PIC 9(2).
           02  WS-TB-SS          PIC 9(2).
       01  WS-TB-SECS            PIC S9(5).
       01  WS-TB-NOW-SECS        PIC S9(5).
       01  WS-TB-FROM-SECS       PIC S9(5).
       01  WS-TB-ENA-SECS        PIC S9(5).

      * DISABLE/RE-ENABLE EVENT FOR TD QUEUE TDIS (AND, FOR A
      * DISABLE, TD QUEUE PAGE) - ACTION 'D' OR 'E', THE OPERATOR
      * WHO RE-ENABLED (BLANK FOR A DISABLE), AND THE COUNT AND LAST
      * ABEND THAT TRIPPED IT
       01  WS-TB-EVENT-REC.
           02  TDIS-TRNID        PIC X(4).
           02  FILLER            PIC X VALUE SPACE.
           02  TDIS-ACTION       PIC X.
           02  FILLER            PIC X VALUE SPACE.
           02  TDIS-OPID         PIC X(3).
           02  FILLER            PIC X VALUE SPACE.
           02  TDIS-DATE         PIC 9(7).
           02  FILLER            PIC X VALUE SPACE.
           02  TDIS-TIME         PIC 9(7).
           02  FILLER            PIC X VALUE SPACE.
           02  TDIS-COUNT        PIC 9(5).
           02  FILLER            PIC X VALUE SPACE.
           02  TDIS-ABCODE       PIC X(4).
           02  FILLER            PIC X VALUE SPACE.
           02  TDIS-PROGRAM      PIC X(8).
       01  WS-TB-EVENT-LEN       PIC S9(4) COMP VALUE 46.

       LINKAGE SECTION.
       COPY TRNBRKR.

       PROCEDURE DIVISION USING TRNBRKR-PARMS.
       MAINLINE.
           MOVE SPACE  TO TB-STATE
           MOVE SPACE  TO TB-EVENT
           MOVE SPACES TO TB-MESSAGE
           PERFORM READ-TRANSID-STATE
           IF WS-TB-ON-FILE AND TDS-DISABLED
               SET TB-DISABLED TO TRUE
           END-IF
           EVALUATE TRUE
               WHEN TB-QUERY
                   IF TB-DISABLED
                       STRING TB-TRNID DELIMITED BY SIZE
                           ' IS TEMPORARILY UNAVAILABLE - PLEASE TRY'
                           ' LATER' DELIMITED BY SIZE
                           INTO TB-MESSAGE
                   END-IF
               WHEN TB-ABEND-LOGGED
                   IF NOT TB-DISABLED
                       PERFORM CHECK-ABEND-STORM
                   END-IF
               WHEN TB-ENABLE
                   PERFORM ENABLE-TRANSID
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

       READ-TRANSID-STATE.
           MOVE 'N' TO WS-TB-ON-FILE-SW
           MOVE TB-TRNID TO TDS-TRNID
           EXEC CICS READ DATASET('TRNDSBL')
               INTO(TDS-RECORD)
               RIDFLD(TDS-KEY)
               RESP(WS-TB-RESP)
           END-EXEC
           IF WS-TB-RESP = DFHRESP(NORMAL)
               SET WS-TB-ON-FILE TO TRUE
           END-IF.

      * COUNT THIS TRANSID'S ABENDS IN THE WINDOW AND TRIP THE
      * BREAKER WHEN THEY EXCEED THE LIMIT
       CHECK-ABEND-STORM.
           PERFORM LOAD-STORM-PARAMETERS
           MOVE TB-TIME TO WS-TB-HHMMSS
           PERFORM HHMMSS-TO-SECONDS
           MOVE WS-TB-SECS TO WS-TB-NOW-SECS
           COMPUTE WS-TB-FROM-SECS =
               WS-TB-NOW-SECS - (WS-TB-WINDOW-MINS * 60)
           IF WS-TB-FROM-SECS < 0
               MOVE 0 TO WS-TB-FROM-SECS
           END-IF
           IF WS-TB-ON-FILE AND TDS-ENABLED
                   AND TDS-ENA-DATE = TB-DATE
               MOVE TDS-ENA-TIME TO WS-TB-HHMMSS
               PERFORM HHMMSS-TO-SECONDS
               MOVE WS-TB-SECS TO WS-TB-ENA-SECS
               IF WS-TB-ENA-SECS > WS-TB-FROM-SECS
                   MOVE WS-TB-ENA-SECS TO WS-TB-FROM-SECS
               END-IF
           END-IF
           PERFORM COUNT-WINDOW-ABENDS
           IF WS-TB-ABND-CNT > WS-TB-LIMIT
               PERFORM DISABLE-TRANSID
           END-IF.

      * A RECORD NOT ON FILE KEEPS THE COMPILED-IN DEFAULT
       LOAD-STORM-PARAMETERS.
           MOVE 'ABND-STORM-LIMIT' TO PRM-NAME
           EXEC CICS READ DATASET('PARMFIL')
               INTO(PRM-RECORD)
               RIDFLD(PRM-KEY)
               RESP(WS-TB-RESP)
           END-EXEC
           IF WS-TB-RESP = DFHRESP(NORMAL) AND PRM-VALUE NOT = SPACES
               COMPUTE WS-TB-LIMIT = FUNCTION NUMVAL(PRM-VALUE)
           END-IF
           MOVE 'ABND-STORM-MINUTES' TO PRM-NAME
           EXEC CICS READ DATASET('PARMFIL')
               INTO(PRM-RECORD)
               RIDFLD(PRM-KEY)
               RESP(WS-TB-RESP)
           END-EXEC
           IF WS-TB-RESP = DFHRESP(NORMAL) AND PRM-VALUE NOT = SPACES
               COMPUTE WS-TB-WINDOW-MINS = FUNCTION NUMVAL(PRM-VALUE)
           END-IF.

       HHMMSS-TO-SECONDS.
           COMPUTE WS-TB-SECS =
               (WS-TB-HH * 3600) + (WS-TB-MM * 60) + WS-TB-SS.

      * BROWSE ABNDLOG BACKWARD FROM THE HIGHEST KEY THE SAME WAY
      * TESTBEC7'S COUNT-TODAYS-ABEND-VOLUME DOES - ABND-SEQNO ONLY
      * EVER GOES UP, SO THE BROWSE STOPS AT THE FIRST EVENT OLDER
      * THAN THE WINDOW (OR FROM AN EARLIER DAY)
       COUNT-WINDOW-ABENDS.
           MOVE 0 TO WS-TB-ABND-CNT
           MOVE HIGH-VALUES TO ABND-KEY
           EXEC CICS STARTBR DATASET('ABNDLOG')
               RIDFLD(ABND-KEY)
               GTEQ
               RESP(WS-TB-RESP)
           END-EXEC
           IF WS-TB-RESP = DFHRESP(NORMAL)
               PERFORM UNTIL WS-TB-RESP NOT = DFHRESP(NORMAL)
                   EXEC CICS READPREV DATASET('ABNDLOG')
                       INTO(ABND-RECORD)
                       RIDFLD(ABND-KEY)
                       RESP(WS-TB-RESP)
                   END-EXEC
                   IF WS-TB-RESP = DFHRESP(NORMAL)
                       MOVE ABND-TIME TO WS-TB-HHMMSS
                       PERFORM HHMMSS-TO-SECONDS
                       IF ABND-DATE NOT = TB-DATE
                               OR WS-TB-SECS < WS-TB-FROM-SECS
                           MOVE DFHRESP(ENDFILE) TO WS-TB-RESP
                       ELSE
                           IF ABND-TRNID = TB-TRNID
                               ADD 1 TO WS-TB-ABND-CNT
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR DATASET('ABNDLOG') END-EXEC
           END-IF.

      * TRIP THE BREAKER - A TRANSID TRIPPED BEFORE ALREADY HAS ITS
      * RECORD, WHICH IS OVERWRITTEN WITH THIS TRIP
       DISABLE-TRANSID.
           IF WS-TB-ON-FILE
               EXEC CICS READ DATASET('TRNDSBL')
                   INTO(TDS-RECORD)
                   RIDFLD(TDS-KEY)
                   UPDATE
                   RESP(WS-TB-RESP)
               END-EXEC
           END-IF
           MOVE TB-TRNID          TO TDS-TRNID
           SET TDS-DISABLED       TO TRUE
           MOVE TB-DATE           TO TDS-DIS-DATE
           MOVE TB-TIME           TO TDS-DIS-TIME
           MOVE WS-TB-ABND-CNT    TO TDS-ABND-CNT
           MOVE WS-TB-LIMIT       TO TDS-LIMIT
           MOVE WS-TB-WINDOW-MINS TO TDS-WINDOW-MINS
           MOVE TB-ABCODE         TO TDS-LAST-ABCODE
           MOVE TB-PROGRAM        TO TDS-LAST-PROGRAM
           MOVE SPACES            TO TDS-ENA-OPID
           MOVE 0                 TO TDS-ENA-DATE
           MOVE 0                 TO TDS-ENA-TIME
           IF WS-TB-ON-FILE
               EXEC CICS REWRITE DATASET('TRNDSBL')
                   FROM(TDS-RECORD)
                   RESP(WS-TB-RESP)
               END-EXEC
           ELSE
               EXEC CICS WRITE DATASET('TRNDSBL')
                   FROM(TDS-RECORD)
                   RIDFLD(TDS-KEY)
                   RESP(WS-TB-RESP)
               END-EXEC
           END-IF
           IF WS-TB-RESP = DFHRESP(NORMAL)
               SET TB-DISABLED      TO TRUE
               SET TB-JUST-DISABLED TO TRUE
               MOVE 'D'    TO TDIS-ACTION
               MOVE SPACES TO TDIS-OPID
               PERFORM WRITE-BREAKER-EVENT
               EXEC CICS WRITEQ TD
                   QUEUE('PAGE')
                   FROM(WS-TB-EVENT-REC)
                   LENGTH(WS-TB-EVENT-LEN)
               END-EXEC
           END-IF.

      * SUPERVISOR RE-ENABLE - THE RECORD STAYS AS THE LAST TRIP'S
      * HISTORY, STAMPED WITH WHO RE-ENABLED IT AND WHEN
       ENABLE-TRANSID.
           IF NOT TB-DISABLED
               STRING 'TRANSID ' TB-TRNID ' IS NOT DISABLED'
                   DELIMITED BY SIZE INTO TB-MESSAGE
           ELSE
               EXEC CICS READ DATASET('TRNDSBL')
                   INTO(TDS-RECORD)
                   RIDFLD(TDS-KEY)
                   UPDATE
                   RESP(WS-TB-RESP)
               END-EXEC
               IF WS-TB-RESP = DFHRESP(NORMAL)
                   SET TDS-ENABLED TO TRUE
                   MOVE TB-OPID TO TDS-ENA-OPID
                   MOVE TB-DATE TO TDS-ENA-DATE
                   MOVE TB-TIME TO TDS-ENA-TIME
                   EXEC CICS REWRITE DATASET('TRNDSBL')
                       FROM(TDS-RECORD)
                       RESP(WS-TB-RESP)
                   END-EXEC
               END-IF
               IF WS-TB-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'TRNDSBL REWRITE FAILED' TO TB-MESSAGE
               ELSE
                   MOVE SPACE TO TB-STATE
                   SET TB-JUST-ENABLED TO TRUE
                   MOVE 'E'     TO TDIS-ACTION
                   MOVE TB-OPID TO TDIS-OPID
                   PERFORM WRITE-BREAKER-EVENT
                   STRING 'TRANSID ' TB-TRNID ' RE-ENABLED'
                       DELIMITED BY SIZE INTO TB-MESSAGE
               END-IF
           END-IF.

       WRITE-BREAKER-EVENT.
           MOVE TB-TRNID         TO TDIS-TRNID
           MOVE TB-DATE          TO TDIS-DATE
           MOVE TB-TIME          TO TDIS-TIME
           MOVE TDS-ABND-CNT     TO TDIS-COUNT
           MOVE TDS-LAST-ABCODE  TO TDIS-ABCODE
           MOVE TDS-LAST-PROGRAM TO TDIS-PROGRAM
           EXEC CICS WRITEQ TD
               QUEUE('TDIS')
               FROM(WS-TB-EVENT-REC)
               LENGTH(WS-TB-EVENT-LEN)
           END-EXEC.
