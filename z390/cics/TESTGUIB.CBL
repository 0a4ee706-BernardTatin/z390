      *                   SCREENS AND EDITS WITH ZERO RISK TO
      *                   PRODUCTION DATA (THE RPI 2157 LESSON IN
      *                   MINIATURE). TRNRESET RELOADS THE SHADOWS.
      * 10/15/26 RPI 2230 THE LIST LINES ARE NOW SHOWN THROUGH THE
      *                   SHARED CUSTMASK RULE - AN OPERATOR WITHOUT
      *                   FULL OPERPROF DATA VISIBILITY SEES EACH NAME
      *                   MASKED AFTER ITS FIRST WORD. THE COMMAREA
      *                   KEY SLOTS STILL CARRY THE TRUE KEYS.
      * 10/15/26 RPI 2232 CUSTNORM AND ZIPXREF NOW CARRY THE PERMANENT
      *                   CUSTOMER NUMBER - EACH LIST LINE'S NAME AND
      *                   STATUS COME OFF CUSTFIL BY NUMBER, THE KEY
      *                   SLOTS HOLD THE NUMBERS, THE PAGE'S TOP AND
      *                   BOTTOM POSITIONS ARE THE FULL BROWSE KEYS,
      *                   AND A PICK HANDS TESTGUI6 THE NUMBER
      * 10/15/26 RPI 2262 THE SEARCH SCREEN SHOWS THE SUPERVISOR
      *                   BULLETIN IN FORCE FOR THIS OPERATOR ON THE
      *                   MESSAGE LINE (SHARED BULLCHK CHECK). A HIGH-
      *                   PRIORITY ONE CARRIES A PF1 PROMPT, PF1 LOGS
      *                   THE ACKNOWLEDGMENT TO BULLACK, AND NO SEARCH
      *                   IS RUN UNTIL IT IS ACKNOWLEDGED
      *****************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. TESTGUIB.
        COPY CUSTNORM.
        COPY NAMENORM.
        COPY DFHAIDCO.
        COPY CUSTMASK.
        COPY BULLCHK.

        01  WS-RESP               PIC S9(8) COMP.

        01  WS-ZIPXREF-DD           PIC X(8) VALUE 'ZIPXREF'.
        01  WS-CUSTNORM-DD          PIC X(8) VALUE 'CUSTNORM'.

      * TODAY AND THE TIME OF DAY HANDED TO BULLCHK
        01  WS-BULL-NOW.
            02  WS-BULL-TODAY       PIC 9(8).
            02  WS-BULL-TIME        PIC 9(6).

      * VOLUME/RESPONSE-TIME EVENT FOR TD QUEUE BVOL - ONE LINE PER
      * INVOCATION, TIMED FROM TASK ENTRY TO THE RETURN, THE SAME
      * CAPTURE TESTBEC7 HAS ALWAYS DONE FOR BEC4/BEC5, SO BECVOL'S
        01  WS-SEL-NUM            PIC 9(1).
        01  WS-SKIP-FIRST-SW      PIC X VALUE 'N'.
            88  WS-SKIP-FIRST         VALUE 'Y'.
        01  WS-SKIP-KEY           PIC X(47) VALUE SPACES.

      * A SEARCH ARGUMENT OF EXACTLY 5 DIGITS IS A ZIP SEARCH AGAINST
      * ZIPXREF; ANYTHING ELSE IS THE ORIGINAL CUSTFIL NAME-PREFIX
            02  WS-PREV-ENTRY OCCURS 5 TIMES.
                03  PREV-NAME      PIC X(40).
                03  PREV-STATUS    PIC X.
                03  PREV-NUMBER    PIC X(7).
                03  PREV-KEY       PIC X(47).

      * BROWSE POSITION CARRIED ACROSS THE PSEUDO-CONVERSATIONAL
      * BOUNDARY - THE SEARCH PREFIX PLUS THE FIRST AND LAST KEY OF
      * THE PAGE CURRENTLY ON THE OPERATOR'S SCREEN (THE FULL CUSTNORM
      * OR ZIPXREF KEY, SO PAGING RESTARTS EXACTLY THERE) AND THE
      * CUSTOMER NUMBER BEHIND EACH LINE, BLANK FOR AN EMPTY LINE
        01  WS-OUT-COMMAREA.
            02  OUT-CB-MODE        PIC X(1).
            02  OUT-CB-SRCH        PIC X(20).
            02  OUT-CB-TOP-KEY     PIC X(47).
            02  OUT-CB-BOT-KEY     PIC X(47).
            02  OUT-CB-COUNT       PIC 9(1).
            02  OUT-CB-KEYS        PIC X(7) OCCURS 5 TIMES.
        01  WS-GUI6-COMMAREA.
            02  CA-MODE            PIC X(1) VALUE 'L'.
            02  CA-CUST-KEY.
                04  CA-CUST-NUMBER PIC 9(7).
                04  FILLER         PIC X(33) VALUE SPACES.

        LINKAGE SECTION.
        01  DFHCOMMAREA.
            02  CB-MODE           PIC X(1).
            02  CB-SRCH           PIC X(20).
            02  CB-TOP-KEY        PIC X(47).
            02  CB-BOT-KEY        PIC X(47).
            02  CB-COUNT          PIC 9(1).
            02  CB-KEYS           PIC X(7) OCCURS 5 TIMES.

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

                MOVE '** TRAINING MODE - SHADOW FILES **'
                    TO BERRMSGO
            END-IF
            PERFORM CHECK-BULLETINS
            IF NOT BC-NO-BULLETIN
                PERFORM SHOW-BULLETIN-LINE
            END-IF
            EXEC CICS SEND MAP('GUI6B') MAPSET('MAP01') ERASE END-EXEC
            MOVE SPACES TO WS-OUT-COMMAREA
            PERFORM WRITE-VOLUME-EVENT
            EXEC CICS RETURN TRANSID(EIBTRNID)
                COMMAREA(WS-OUT-COMMAREA)
                LENGTH(151)
            END-EXEC.

      * FIRST PAGE OF A FRESH SEARCH - BROWSE CUSTFIL FROM THE KEYED
            END-EXEC
            MOVE LOW-VALUES TO GUI6BO
            MOVE SPACES TO WS-OUT-COMMAREA
      * PF1 ACKNOWLEDGES THE HIGH-PRIORITY BULLETIN ON THE MESSAGE
      * LINE, AND NO SEARCH IS RUN WHILE ONE IS STILL UNACKNOWLEDGED
      * - EITHER WAY THE SEARCH SCREEN STAYS UP WITH WHAT WAS KEYED
            IF EIBAID = DFHPF1
                PERFORM LOG-BULLETIN-ACKNOWLEDGMENT
                PERFORM SEND-BULLETIN-REPLY
            END-IF
            PERFORM CHECK-BULLETINS
            IF BC-NOT-ACKNOWLEDGED
                PERFORM SHOW-BULLETIN-LINE
                PERFORM SEND-BULLETIN-REPLY
            END-IF
            IF SRCHI = SPACES
                MOVE 'ENTER A NAME (OR PARTIAL NAME) TO SEARCH FOR'
                     TO BERRMSGO
                MOVE 'N' TO WS-SKIP-FIRST-SW
                IF WS-ZIP-MODE
                    MOVE OUT-CB-SRCH(1:5) TO ZX-ZIP
                    MOVE 0 TO ZX-CUST-NUMBER
                    PERFORM FILL-ZIP-FORWARD-PAGE
                    IF WS-MATCH-CNT = 0
                        MOVE 'NO CUSTOMERS IN THAT ZIP' TO BERRMSGO
                    END-IF
                ELSE
                    MOVE WS-NORM-SRCH TO CN-NORM-NAME
                    MOVE 0 TO CN-CUST-NUMBER
                    PERFORM FILL-FORWARD-PAGE
                    IF WS-MATCH-CNT = 0
                        MOVE 'NO CUSTOMERS MATCH THAT NAME'
                    END-IF
                END-IF
            END-IF
            PERFORM MASK-LIST-PAGE
            EXEC CICS SEND MAP('GUI6B') MAPSET('MAP01')
                FROM(GUI6BO)
                DATAONLY
            PERFORM WRITE-VOLUME-EVENT
            EXEC CICS RETURN TRANSID(EIBTRNID)
                COMMAREA(WS-OUT-COMMAREA)
                LENGTH(151)
            END-EXEC.

      * SHARED NAME-MODE FORWARD FILL OVER THE CUSTNORM NORMALIZED-
      * NAME FILE - CN-KEY ALREADY HOLDS THE STARTING POSITION.
      * WS-SKIP-FIRST SAYS THE RECORD AT THAT POSITION IS THE BOTTOM
      * OF THE PAGE ALREADY ON SCREEN AND MUST NOT REPEAT. THE PAGE'S
      * TOP/BOTTOM BROWSE KEYS AND CUSTOMER NUMBERS LAND IN THE
      * OUTBOUND COMMAREA AS A SIDE EFFECT.
        FILL-FORWARD-PAGE.
            MOVE 0 TO WS-MATCH-CNT
            PERFORM SIZE-NORM-PREFIX
                            WS-NORM-SRCH(1:WS-SRCH-LEN)
                        MOVE DFHRESP(ENDFILE) TO WS-RESP
                    ELSE
                    IF WS-SKIP-FIRST AND CN-KEY = WS-SKIP-KEY
                        MOVE 'N' TO WS-SKIP-FIRST-SW
                    ELSE
                        MOVE 'N' TO WS-SKIP-FIRST-SW
            END-PERFORM.

        ADD-MATCH-TO-PAGE.
            MOVE CN-CUST-NUMBER TO CUST-NUMBER
            PERFORM SHOW-LIST-LINE
            MOVE CN-CUST-NUMBER TO OUT-CB-KEYS(WS-MATCH-CNT)
            IF WS-MATCH-CNT = 1
                MOVE CN-KEY TO OUT-CB-TOP-KEY
            END-IF
            MOVE CN-KEY TO OUT-CB-BOT-KEY.

      * THE CUSTOMER'S NAME AND STATUS COME OFF CUSTFIL BY NUMBER.
      * THE LAST BYTE OF THE 40-BYTE LIST LINE SHOWS THE CUSTOMER'S
      * STATUS SO A CLOSED ACCOUNT IS VISIBLE RIGHT ON THE SEARCH
      * LIST INSTEAD OF ONLY AFTER PICKING IT INTO GUI6
        SHOW-LIST-LINE.
            EXEC CICS READ DATASET(WS-CUSTFIL-DD)
                INTO(CUST-RECORD)
                RIDFLD(CUST-KEY)
                RESP(WS-CF-RESP)
            END-EXEC
            IF WS-CF-RESP = DFHRESP(NORMAL)
                MOVE CUST-NAME TO LISTO(WS-MATCH-CNT)
                MOVE CUST-STATUS TO LISTO(WS-MATCH-CNT)(40:1)
            ELSE
                MOVE SPACES TO LISTO(WS-MATCH-CNT)
            END-IF.

      * THE OPERATOR HAS A LIST PAGE ON SCREEN - ENTER WITH A LIST
      * NUMBER PICKS A CUSTOMER INTO TESTGUI6, PF8 PAGES FORWARD FROM
                WHEN OTHER
                    PERFORM PICK-LIST-SELECTION
            END-EVALUATE
            PERFORM MASK-LIST-PAGE
            EXEC CICS SEND MAP('GUI6B') MAPSET('MAP01')
                FROM(GUI6BO)
                DATAONLY
            PERFORM WRITE-VOLUME-EVENT
            EXEC CICS RETURN TRANSID(EIBTRNID)
                COMMAREA(WS-OUT-COMMAREA)
                LENGTH(151)
            END-EXEC.

      * THE NAMES ON THE PAGE ABOUT TO BE SENT GO THROUGH THE SHARED
      * CUSTMASK RULE FOR THIS OPERATOR (OPERPROF IS READ ON THE FIRST
      * LINE ONLY). THE STATUS BYTE IN COLUMN 40 IS LEFT AS IT IS.
        MASK-LIST-PAGE.
            MOVE SPACE   TO CM-VIEW-CLASS
            MOVE EIBOPID TO CM-OPID
            PERFORM VARYING WS-SUB FROM 1 BY 1
                    UNTIL WS-SUB > WS-MATCH-CNT
                MOVE SPACES TO CM-ADDR
                MOVE SPACES TO CM-ZIP
                MOVE LISTO(WS-SUB)(1:39) TO CM-NAME
                CALL 'CUSTMASK' USING CUSTMASK-PARMS
                MOVE CM-NAME(1:39) TO LISTO(WS-SUB)(1:39)
            END-PERFORM.

      * NEXT PAGE - RESTART THE BROWSE AT THE BOTTOM KEY OF THE PAGE
      * ON SCREEN AND SKIP THAT RECORD ITSELF. IF NOTHING FURTHER
      * MATCHES, THE CURRENT PAGE IS REBUILT SO THE SCREEN AND THE
            MOVE CB-BOT-KEY TO WS-SKIP-KEY
            MOVE 'Y' TO WS-SKIP-FIRST-SW
            IF WS-ZIP-MODE
                MOVE CB-BOT-KEY TO ZX-KEY
                PERFORM FILL-ZIP-FORWARD-PAGE
            ELSE
                MOVE CB-BOT-KEY TO CN-KEY
                PERFORM FILL-FORWARD-PAGE
            END-IF
            IF WS-MATCH-CNT = 0
                MOVE 'N' TO WS-SKIP-FIRST-SW
                IF WS-ZIP-MODE
                    MOVE CB-TOP-KEY TO ZX-KEY
                    PERFORM FILL-ZIP-FORWARD-PAGE
                ELSE
                    MOVE CB-TOP-KEY TO CN-KEY
                    PERFORM FILL-FORWARD-PAGE
                END-IF
                MOVE 'END OF MATCHES - LAST PAGE RESHOWN'
            IF WS-PREV-CNT = 0
                MOVE 'N' TO WS-SKIP-FIRST-SW
                IF WS-ZIP-MODE
                    MOVE CB-TOP-KEY TO ZX-KEY
                    PERFORM FILL-ZIP-FORWARD-PAGE
                ELSE
                    MOVE CB-TOP-KEY TO CN-KEY
                    PERFORM FILL-FORWARD-PAGE
                END-IF
                MOVE 'TOP OF MATCHES - FIRST PAGE RESHOWN'

        COLLECT-NAME-BACKWARD.
            PERFORM SIZE-NORM-PREFIX
            MOVE CB-TOP-KEY TO CN-KEY
            EXEC CICS STARTBR DATASET(WS-CUSTNORM-DD)
                RIDFLD(CN-KEY)
                GTEQ
                            WS-NORM-SRCH(1:WS-SRCH-LEN)
                        MOVE DFHRESP(ENDFILE) TO WS-RESP
                    ELSE
                    IF WS-SKIP-FIRST AND CN-KEY = WS-SKIP-KEY
                        MOVE 'N' TO WS-SKIP-FIRST-SW
                    ELSE
                        MOVE 'N' TO WS-SKIP-FIRST-SW
                        ADD 1 TO WS-PREV-CNT
                        MOVE CN-KEY TO PREV-KEY(WS-PREV-CNT)
                        MOVE CN-CUST-NUMBER TO CUST-NUMBER
                        PERFORM COLLECT-PREV-LINE
                    END-IF
                    END-IF
                END-PERFORM
            END-IF.

      * ZIP-MODE FORWARD FILL - ZX-KEY ALREADY HOLDS THE STARTING
      * POSITION (THE SEARCHED ZIP PLUS A NUMBER TO START FROM). THE
      * CUSTOMER'S STATUS STILL COMES OFF CUSTFIL SO THE LIST SHOWS
      * THE SAME STATUS COLUMN THE NAME SEARCH DOES.
        FILL-ZIP-FORWARD-PAGE.
                            OR ZX-ZIP NOT = OUT-CB-SRCH(1:5)
                        MOVE DFHRESP(ENDFILE) TO WS-RESP
                    ELSE
                    IF WS-SKIP-FIRST AND ZX-KEY = WS-SKIP-KEY
                        MOVE 'N' TO WS-SKIP-FIRST-SW
                    ELSE
                        MOVE 'N' TO WS-SKIP-FIRST-SW
            MOVE WS-MATCH-CNT TO OUT-CB-COUNT.

        ADD-ZIP-MATCH-TO-PAGE.
            MOVE ZX-CUST-NUMBER TO CUST-NUMBER
            PERFORM SHOW-LIST-LINE
            MOVE ZX-CUST-NUMBER TO OUT-CB-KEYS(WS-MATCH-CNT)
            IF WS-MATCH-CNT = 1
                MOVE ZX-KEY TO OUT-CB-TOP-KEY
            END-IF
            MOVE ZX-KEY TO OUT-CB-BOT-KEY.

      * ZIP-MODE BACKWARD COLLECTION - READPREV THROUGH ZIPXREF FROM
      * THE TOP OF THE PAGE ON SCREEN, STAYING INSIDE THE SEARCHED ZIP
        COLLECT-ZIP-BACKWARD.
            MOVE CB-TOP-KEY TO ZX-KEY
            EXEC CICS STARTBR DATASET(WS-ZIPXREF-DD)
                RIDFLD(ZX-KEY)
                GTEQ
                            OR ZX-ZIP NOT = OUT-CB-SRCH(1:5)
                        MOVE DFHRESP(ENDFILE) TO WS-RESP
                    ELSE
                    IF WS-SKIP-FIRST AND ZX-KEY = WS-SKIP-KEY
                        MOVE 'N' TO WS-SKIP-FIRST-SW
                    ELSE
                        MOVE 'N' TO WS-SKIP-FIRST-SW
                        ADD 1 TO WS-PREV-CNT
                        MOVE ZX-KEY TO PREV-KEY(WS-PREV-CNT)
                        MOVE ZX-CUST-NUMBER TO CUST-NUMBER
                        PERFORM COLLECT-PREV-LINE
                    END-IF
                    END-IF
                END-PERFORM
                EXEC CICS ENDBR DATASET(WS-ZIPXREF-DD) END-EXEC
            END-IF.

      * ONE BACKWARD-COLLECTED LINE - THE NAME AND STATUS OFF CUSTFIL
      * BY NUMBER, THE SAME AS SHOW-LIST-LINE
        COLLECT-PREV-LINE.
            MOVE CUST-NUMBER TO PREV-NUMBER(WS-PREV-CNT)
            EXEC CICS READ DATASET(WS-CUSTFIL-DD)
                INTO(CUST-RECORD)
                RIDFLD(CUST-KEY)
                RESP(WS-CF-RESP)
            END-EXEC
            IF WS-CF-RESP = DFHRESP(NORMAL)
                MOVE CUST-NAME TO PREV-NAME(WS-PREV-CNT)
                MOVE CUST-STATUS TO PREV-STATUS(WS-PREV-CNT)
            ELSE
                MOVE SPACES TO PREV-NAME(WS-PREV-CNT)
                MOVE SPACE TO PREV-STATUS(WS-PREV-CNT)
            END-IF.

        UNLOAD-BACKWARD-PAGE.
            MOVE 0 TO WS-MATCH-CNT
            PERFORM VARYING WS-SUB FROM WS-PREV-CNT BY -1
                MOVE PREV-NAME(WS-SUB) TO LISTO(WS-MATCH-CNT)
                MOVE PREV-STATUS(WS-SUB)
                    TO LISTO(WS-MATCH-CNT)(40:1)
                MOVE PREV-NUMBER(WS-SUB) TO OUT-CB-KEYS(WS-MATCH-CNT)
                IF WS-MATCH-CNT = 1
                    MOVE PREV-KEY(WS-SUB) TO OUT-CB-TOP-KEY
                END-IF
                MOVE PREV-KEY(WS-SUB) TO OUT-CB-BOT-KEY
            END-PERFORM
            MOVE WS-MATCH-CNT TO OUT-CB-COUNT.

      * OPERATOR KEYED A LIST NUMBER AGAINST THE PAGE ON SCREEN.
      * XCTL INTO TESTGUI6 WITH THAT CUSTOMER'S NUMBER, OR REDISPLAY
      * WITH AN ERROR - THE PAGE POSITION IS CARRIED FORWARD EITHER
      * WAY SO PF8/PF7 STILL WORK AFTER A BAD PICK
        PICK-LIST-SELECTION.
                MOVE SELI TO WS-SEL-NUM
                IF WS-SEL-NUM <= CB-COUNT
                        AND CB-KEYS(WS-SEL-NUM) NOT = SPACES
                    MOVE CB-KEYS(WS-SEL-NUM) TO CA-CUST-NUMBER
                    EXEC CICS XCTL PROGRAM('TESTGUI6')
                        COMMAREA(WS-GUI6-COMMAREA)
                        LENGTH(41)
            END-PERFORM
            MOVE 'NOT A VALID LIST NUMBER - TRY AGAIN' TO BERRMSGO.

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
                MOVE 'UNABLE TO LOG ACKNOWLEDGMENT' TO BERRMSGO
            ELSE
            IF NOT BC-ACKNOWLEDGED
                MOVE 'NO BULLETIN NEEDS ACKNOWLEDGING' TO BERRMSGO
            ELSE
                MOVE SPACES TO BERRMSGO
                STRING 'BULLETIN ' BC-HEAD-NUMBER ' ACKNOWLEDGED'
                    DELIMITED BY SIZE INTO BERRMSGO
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
            MOVE SPACES TO BERRMSGO
            IF BC-NOT-ACKNOWLEDGED
                STRING 'PF1=ACK ' BC-HEAD-TEXT
                    DELIMITED BY SIZE INTO BERRMSGO
            ELSE
                STRING 'NOTICE: ' BC-HEAD-TEXT
                    DELIMITED BY SIZE INTO BERRMSGO
            END-IF.

      * THE SEARCH SCREEN STAYS AS KEYED WITH ONLY THE MESSAGE LINE
      * CHANGED, AND THE NEXT ENTER IS STILL A FRESH SEARCH
        SEND-BULLETIN-REPLY.
            EXEC CICS SEND MAP('GUI6B') MAPSET('MAP01')
                FROM(GUI6BO)
                DATAONLY
            END-EXEC
            PERFORM WRITE-VOLUME-EVENT
            EXEC CICS RETURN TRANSID(EIBTRNID)
                COMMAREA(WS-OUT-COMMAREA)
                LENGTH(151)
            END-EXEC.

      * WRITE ONE VOLUME/RESPONSE-TIME EVENT FOR THIS INVOCATION,
      * TIMED FROM TASK ENTRY TO THE RETURN ABOUT TO HAPPEN - SAME
      * ARITHMETIC TESTBEC7'S WRITE-VOLUME-EVENT USES
