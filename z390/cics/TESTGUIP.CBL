      *                   SCREENS AND EDITS WITH ZERO RISK TO
      *                   PRODUCTION DATA (THE RPI 2157 LESSON IN
      *                   MINIATURE). TRNRESET RELOADS THE SHADOWS.
      * 10/15/26 RPI 2229 PICKING A RECORD TO APPROVE IS REFUSED
      *                   OUTSIDE THE OPERATOR'S OPERPROF WORKING
      *                   HOURS OR FROM A TERMINAL NOT ON THEIR
      *                   ALLOWED LIST (SHARED SIGNCHK CHECK, REFUSALS
      *                   LOGGED TO TD QUEUE SREJ)
      * 10/15/26 RPI 2232 A PICKED RECORD NOW HANDS TESTGUI6 THE
      *                   CUSTOMER NUMBER OFF THE HISTORY RECORD, THE
      *                   NEW CUSTFIL KEY, IN PLACE OF THE OLD NAME
      * 10/15/26 RPI 2255 PICKING A RECORD TO APPROVE IS REFUSED WITH
      *                   BUSINESS DAY CLOSED AFTER THE DAYCTL
      *                   DAY-CLOSE CUTOFF UNTIL DAYCTL OPENS THE DAY;
      *                   THE WORKLIST ITSELF STILL LISTS
      * 10/15/26 RPI 2262 THE WORKLIST SHOWS THE SUPERVISOR BULLETIN
      *                   IN FORCE FOR THIS OPERATOR ON THE MESSAGE
      *                   LINE (SHARED BULLCHK CHECK). A HIGH-PRIORITY
      *                   ONE CARRIES A PF1 PROMPT, PF1 LOGS THE
      *                   ACKNOWLEDGMENT TO BULLACK, AND NO RECORD IS
      *                   PICKED FOR APPROVAL UNTIL IT IS ACKNOWLEDGED
      *****************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. TESTGUIP.
        COPY GUI6PMAP.
        COPY GUI6HIST.
        COPY DFHAIDCO.
        COPY SIGNCHK.
        COPY BULLCHK.

        01  WS-RESP               PIC S9(8) COMP.

            88  WS-TRAINING-MODE          VALUE 'Y'.
        01  WS-GUI6HIST-DD          PIC X(8) VALUE 'GUI6HIST'.

      * TODAY AND THE TIME OF DAY HANDED TO BULLCHK
        01  WS-BULL-NOW.
            02  WS-BULL-TODAY       PIC 9(8).
            02  WS-BULL-TIME        PIC 9(6).

      * VOLUME/RESPONSE-TIME EVENT FOR TD QUEUE BVOL - ONE LINE PER
      * INVOCATION, TIMED FROM TASK ENTRY TO THE RETURN, THE SAME
      * CAPTURE TESTBEC7 HAS ALWAYS DONE FOR BEC4/BEC5, SO BECVOL'S
            02  OUT-CB-COUNT       PIC 9(1).
            02  OUT-CB-ENTRY       OCCURS 5 TIMES.
                03  OUT-CB-TASKN       PIC 9(7).
                03  OUT-CB-CUST-KEY.
                    04  OUT-CB-CUST-NUMBER PIC 9(7).
                    04  FILLER             PIC X(33).
        01  WS-GUI6-COMMAREA.
            02  CA-MODE            PIC X(1) VALUE 'X'.
            02  CA-CUST-KEY.
                04  CA-CUST-NUMBER PIC 9(7).
                04  FILLER         PIC X(33) VALUE SPACES.
            02  CA-LAST-TASKN      PIC 9(7).

        LINKAGE SECTION.
            02  CB-COUNT          PIC 9(1).
            02  CB-ENTRY          OCCURS 5 TIMES.
                03  CB-TASKN          PIC 9(7).
                03  CB-CUST-KEY.
                    04  CB-CUST-NUMBER    PIC 9(7).
                    04  FILLER            PIC X(33).

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

                MOVE '(TRAINING) PICK FROM SHADOW WORKLIST'
                     TO PERRMSGO
            END-IF
            PERFORM CHECK-BULLETINS
            IF NOT BC-NO-BULLETIN
                PERFORM SHOW-BULLETIN-LINE
            END-IF
            EXEC CICS SEND MAP('GUI6P') MAPSET('MAP01') ERASE END-EXEC
            MOVE 'S' TO OUT-CB-MODE
            MOVE WS-MATCH-CNT TO OUT-CB-COUNT
                LENGTH(237)
            END-EXEC.

      * ONE LIST LINE PER PENDING RECORD FOUND, AND THE TASKN/NUMBER
      * NEEDED TO DRIVE TESTGUI6'S PROCESS-CHECKER-APPROVAL IF THIS
      * LINE IS THE ONE PICKED
        BUILD-PENDING-LIST-LINE.
                DELIMITED BY SIZE INTO WS-LIST-LINE
            MOVE WS-LIST-LINE TO PLISTO(WS-MATCH-CNT)
            MOVE HIST-TASKN   TO OUT-CB-TASKN(WS-MATCH-CNT)
            MOVE HIST-CUST-NUMBER TO OUT-CB-CUST-NUMBER(WS-MATCH-CNT).

      * OPERATOR KEYED A LIST NUMBER AGAINST THE LIST SENT BY
      * BROWSE-AND-LIST-PENDING AND PRESSED ENTER TO PICK IT. XCTL INTO
      * TESTGUI6 IN CA-MODE 'X' (A FRESH ARRIVAL - TESTGUI6 HAS NOT
      * SENT ANY MAP TO THIS TERMINAL YET, SO IT MUST SEND ITS OWN
      * CONFIRMATION SCREEN RATHER THAN TRY TO RECEIVE ONE) WITH THAT
      * RECORD'S TASKN AND CUSTOMER NUMBER. ANY AID OTHER THAN
      * ENTER (E.G. A PF KEY MEANT FOR THE EVENTUAL GUI6 CONFIRMATION
      * SCREEN) JUST REDISPLAYS THIS LIST - IT MUST NEVER BE ABLE TO
      * DRIVE TESTGUI6'S APPROVAL DECISION DIRECTLY.
                INTO(GUI6PI)
            END-EXEC
            MOVE LOW-VALUES TO GUI6PO
            SET SC-SIGNON-OK TO TRUE
      * PF1 ACKNOWLEDGES THE HIGH-PRIORITY BULLETIN ON THE MESSAGE
      * LINE, AND NOTHING IS PICKED WHILE ONE IS STILL UNACKNOWLEDGED
            IF EIBAID = DFHPF1
                PERFORM LOG-BULLETIN-ACKNOWLEDGMENT
            ELSE
            IF EIBAID = DFHENTER
                PERFORM CHECK-BULLETINS
                IF BC-NOT-ACKNOWLEDGED
                    PERFORM SHOW-BULLETIN-LINE
                ELSE
                    PERFORM PICK-PENDING-RECORD
                END-IF
            ELSE
                MOVE 'PRESS ENTER TO PICK A LIST NUMBER'
                     TO PERRMSGO
            END-IF
            END-IF
            EXEC CICS SEND MAP('GUI6P') MAPSET('MAP01')
                FROM(GUI6PO)
                DATAONLY
                LENGTH(EIBCALEN)
            END-EXEC.

      * ENTER WITH A LIST NUMBER - XCTL THE PICKED RECORD INTO
      * TESTGUI6, OR FALL BACK WITH THE REASON IT WAS NOT
        PICK-PENDING-RECORD.
            IF PSELI IS NUMERIC AND PSELI NOT = '0'
                MOVE PSELI TO WS-SEL-NUM
                IF WS-SEL-NUM <= CB-COUNT
                        AND CB-TASKN(WS-SEL-NUM) IS NUMERIC
                        AND CB-TASKN(WS-SEL-NUM) NOT = 0
                    PERFORM CHECK-SIGNON-WINDOW
                    IF SC-SIGNON-OK
                        MOVE CB-TASKN(WS-SEL-NUM) TO CA-LAST-TASKN
                        MOVE CB-CUST-NUMBER(WS-SEL-NUM)
                             TO CA-CUST-NUMBER
                        EXEC CICS XCTL PROGRAM('TESTGUI6')
                            COMMAREA(WS-GUI6-COMMAREA)
                            LENGTH(48)
                        END-EXEC
                    END-IF
                END-IF
            END-IF
            IF SC-SIGNON-OK
                MOVE 'NOT A VALID LIST NUMBER - TRY AGAIN'
                     TO PERRMSGO
            ELSE
                MOVE SC-MESSAGE TO PERRMSGO
            END-IF.

      * SUPERVISOR BULLETINS IN FORCE FOR THIS OPERATOR AT THIS
      * TERMINAL, FROM THE SHARED BULLCHK CHECK - SEE TESTGUI6
        CHECK-BULLETINS.
            SET BC-CHECK-ONLY TO TRUE
            PERFORM CALL-BULLCHK.

      * PF1 - LOG THIS OPERATOR'S ACKNOWLEDGMENT OF THE BULLETIN ON
      * THEIR MESSAGE LINE TO BULLACK. A FURTHER UNACKNOWLEDGED
      * HIGH-PRIORITY BULLETIN, IF ANY, TAKES ITS PLACE.
        LOG-BULLETIN-ACKNOWLEDGMENT.
            SET BC-ACKNOWLEDGE TO TRUE
            PERFORM CALL-BULLCHK
            IF BC-ACK-FAILED
                MOVE 'UNABLE TO LOG ACKNOWLEDGMENT' TO PERRMSGO
            ELSE
            IF NOT BC-ACKNOWLEDGED
                MOVE 'NO BULLETIN NEEDS ACKNOWLEDGING' TO PERRMSGO
            ELSE
                MOVE SPACES TO PERRMSGO
                STRING 'BULLETIN ' BC-HEAD-NUMBER ' ACKNOWLEDGED'
                    DELIMITED BY SIZE INTO PERRMSGO
                PERFORM CHECK-BULLETINS
                IF BC-NOT-ACKNOWLEDGED
                    PERFORM SHOW-BULLETIN-LINE
                END-IF
            END-IF
            END-IF.

        CALL-BULLCHK.
            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-BULL-NOW
            MOVE EIBOPID        TO BC-OPID
            MOVE EIBTRMID       TO BC-TRMID
            MOVE EIBTRNID       TO BC-TRNID
            MOVE WS-BULL-TODAY  TO BC-TODAY
            MOVE WS-BULL-TIME   TO BC-NOW-TIME
            CALL 'BULLCHK' USING BULLCHK-PARMS.

      * THE HEADLINE BULLETIN - BEHIND THE PF1 PROMPT WHEN IT STILL
      * NEEDS THIS OPERATOR'S ACKNOWLEDGMENT
        SHOW-BULLETIN-LINE.
            MOVE SPACES TO PERRMSGO
            IF BC-NOT-ACKNOWLEDGED
                STRING 'PF1=ACK ' BC-HEAD-TEXT
                    DELIMITED BY SIZE INTO PERRMSGO
            ELSE
                STRING 'NOTICE: ' BC-HEAD-TEXT
                    DELIMITED BY SIZE INTO PERRMSGO
            END-IF.

      * NO RECORD IS HANDED TO TESTGUI6 FOR APPROVAL OUTSIDE THE
      * OPERATOR'S PERMITTED HOURS OR FROM A TERMINAL OFF THEIR
      * OPERPROF LIST - THE SHARED SIGNCHK CHECK BUILDS THE MESSAGE
      * AND LOGS THE REFUSAL TO SREJ (NOT IN TRAINING MODE) - NOR
      * AFTER DAYCTL HAS CLOSED THE ONLINE BUSINESS DAY (TRAINING
      * APPROVES AGAINST THE SHADOW FILES AND CARRIES ON)
        CHECK-SIGNON-WINDOW.
            MOVE EIBOPID  TO SC-OPID
            MOVE EIBTRMID TO SC-TRMID
            MOVE EIBTRNID TO SC-TRNID
            MOVE EIBDATE  TO SC-DATE
            MOVE EIBTIME  TO SC-TIME
            MOVE 'Y'      TO SC-LOG-SW
            MOVE 'Y'      TO SC-DAY-CHECK-SW
            IF WS-TRAINING-MODE
                MOVE 'N'  TO SC-LOG-SW
                MOVE 'N'  TO SC-DAY-CHECK-SW
            END-IF
            CALL 'SIGNCHK' USING SIGNCHK-PARMS.

      * WRITE ONE VOLUME/RESPONSE-TIME EVENT FOR THIS INVOCATION,
      * TIMED FROM TASK ENTRY TO THE RETURN ABOUT TO HAPPEN - SAME
      * ARITHMETIC TESTBEC7'S WRITE-VOLUME-EVENT USES
