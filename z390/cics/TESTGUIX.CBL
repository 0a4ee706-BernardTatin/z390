      *****************************************************************
      * Author.  Maintenance team, following the TESTGUIN style
      * Remarks. Customer accounts viewer/linker. CUSTFIL and the
      *          DFPACCT account master had nothing joining them, so
      *          no one on the floor could say which accounts a
      *          customer held. PF11 on the GUI6 maintenance screen
      *          XCTLs here with the customer number; the customer's
      *          account relationships off the CUSTACCT KSDS are
      *          listed (plain-text screen, no BMS map) with each
      *          account's status, product, principal and currency
      *          looked up on DFPACCT. The operator can key one line:
      *            col 1      ACTION  - L(INK), X (END LINK)
      *            col 2-11   ACCT-ID
      *            col 12     ROLE    - O(WNER) OR J(OINT), LINK ONLY
      *          A link needs an open account on DFPACCT; an ended
      *          link keeps its record with a close date. TESTGUI6
      *          refuses to offboard a customer still linked to an
      *          open account.
      *****************************************************************
      * 10/14/26 RPI 2219 INITIAL CODING
      * 10/15/26 RPI 2232 THE COMMAREA NOW CARRIES THE PERMANENT
      *                   CUSTOMER NUMBER - LINKS ARE KEYED ON IT, AND
      *                   THE HEADING NAME IS READ OFF CUSTFIL BY IT
      * 10/15/26 RPI 2265 HEADING NAME SHOWN THROUGH THE SHARED
      *                   CUSTMASK RULE. A LINK OR END IS REFUSED
      *                   OUTSIDE THE OPERATOR'S HOURS, AFTER DAYCTL
      *                   HAS CLOSED THE DAY (SIGNCHK), OR FOR A
      *                   CUSTOMER WHOSE CAUTION FLAG THIS OPERATOR HAS
      *                   NOT ACKNOWLEDGED - PF12 ACKNOWLEDGES IT HERE
      *                   AS ON THE GUI6 SCREEN (FLAGCHK)
      *****************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. TESTGUIX.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
        COPY CUSTACCT.
        COPY CUSTFIL.
        COPY DFPACCT.
        COPY DFHAIDCO.
        COPY CUSTMASK.
        COPY SIGNCHK.
        COPY FLAGCHK.

        01  WS-RESP               PIC S9(8) COMP.

      * TRAINING MODE - THE PF11 XCTL FROM TESTGUI6 RUNS UNDER THE
      * SAME GT-PREFIXED TRAINING TRANSID, SO RELATIONSHIP I/O GOES
      * TO THE SHADOW CUSTACTT FILE. DFPACCT STAYS SHARED READ-ONLY
      * LIKE THE OTHER REFERENCE FILES.
        01  WS-TRAINING-SW        PIC X VALUE 'N'.
            88  WS-TRAINING-MODE      VALUE 'Y'.
        01  WS-CUSTACCT-DD        PIC X(8) VALUE 'CUSTACCT'.
        01  WS-CUSTFIL-DD         PIC X(8) VALUE 'CUSTFIL'.
        01  WS-CUSTFLAG-DD        PIC X(8) VALUE 'CUSTFLAG'.
        01  WS-FLAGACK-DD         PIC X(8) VALUE 'FLAGACK'.
        01  WS-LIST-CNT           PIC 9(2) VALUE 0.
        01  WS-MORE-SW            PIC X VALUE 'N'.
            88  WS-MORE-NOT-SHOWN     VALUE 'Y'.
        01  WS-SEND-LEN           PIC 9(4) COMP.
        01  WS-RESULT-MSG         PIC X(50) VALUE SPACES.

      * TODAY AND THE TIME OF DAY HANDED TO FLAGCHK, AS TESTGUI6 DOES
        01  WS-FLAG-NOW.
            02  WS-FLAG-TODAY     PIC 9(8).
            02  WS-FLAG-TIME      PIC 9(6).

        01  WS-LINK-INPUT.
            02  WS-IN-ACTION      PIC X(1).
            02  WS-IN-ACCT-ID     PIC X(10).
            02  WS-IN-ROLE        PIC X(1).

        01  WS-OUT-AREA.
            02  OUT-HDG.
                03  FILLER        PIC X(13) VALUE 'ACCOUNTS FOR '.
                03  HDG-CUST      PIC X(40).
                03  FILLER        PIC X(27) VALUE
                    ' - L/X ACCT-ID ROLE(O/J)   '.
            02  OUT-MSG           PIC X(80).
            02  OUT-LINE OCCURS 10 TIMES PIC X(80).
        01  WS-ACCT-LINE.
            02  XL-ACCT-ID        PIC X(10).
            02  FILLER            PIC X VALUE SPACE.
            02  XL-ROLE           PIC X(5).
            02  FILLER            PIC X VALUE SPACE.
            02  XL-OPEN-DATE      PIC 9(8).
            02  FILLER            PIC X VALUE SPACE.
            02  XL-CLOSE-DATE     PIC X(8).
            02  FILLER            PIC X VALUE SPACE.
            02  XL-STATUS         PIC X(6).
            02  FILLER            PIC X VALUE SPACE.
            02  XL-PRODUCT        PIC X(4).
            02  FILLER            PIC X VALUE SPACE.
            02  XL-PRINCIPAL      PIC ZZZ,ZZZ,ZZ9.99.
            02  FILLER            PIC X VALUE SPACE.
            02  XL-CCY            PIC X(3).

        01  WS-OUT-COMMAREA.
            02  OUT-XCA-MODE      PIC X(1).
            02  OUT-XCA-CUST-KEY.
                03  OUT-XCA-CUST-NUMBER PIC 9(7).
                03  FILLER              PIC X(33).

        LINKAGE SECTION.
        01  DFHCOMMAREA.
            02  XCA-MODE          PIC X(1).
            02  XCA-CUST-KEY.
                03  XCA-CUST-NUMBER   PIC 9(7).
                03  FILLER            PIC X(33).

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            IF EIBTRNID(1:2) = 'GT'
                SET WS-TRAINING-MODE TO TRUE
                MOVE 'CUSTACTT' TO WS-CUSTACCT-DD
                MOVE 'CUSTFILT' TO WS-CUSTFIL-DD
                MOVE 'CUSTFLGT' TO WS-CUSTFLAG-DD
                MOVE 'FLAGACKT' TO WS-FLAGACK-DD
            END-IF.

            IF EIBCALEN = 0
                EXEC CICS RETURN END-EXEC
            END-IF

            IF XCA-MODE = 'M'
                PERFORM RECEIVE-AND-MAINTAIN-LINK
            ELSE
                PERFORM LIST-CUSTOMER-ACCOUNTS.

      * SHOW THE CUSTOMER'S ACCOUNT RELATIONSHIPS IN ACCOUNT ORDER
      * AND WAIT FOR AN OPTIONAL LINK/END-LINK LINE - THE FIRST
      * ARRIVAL IS THE PF11 XCTL FROM TESTGUI6, LATER ARRIVALS LOOP
      * BACK HERE AFTER EACH ACTION SO THE LIST REFLECTS THE FILE.
      * THE NAME GOES THROUGH THE SHARED CUSTMASK RULE FOR THIS
      * OPERATOR (OPERPROF IS READ ON THE FIRST CALL ONLY).
        LIST-CUSTOMER-ACCOUNTS.
            MOVE LOW-VALUES TO WS-OUT-AREA
            MOVE SPACE   TO CM-VIEW-CLASS
            MOVE EIBOPID TO CM-OPID
            MOVE XCA-CUST-NUMBER TO CUST-NUMBER
            EXEC CICS READ DATASET(WS-CUSTFIL-DD)
                INTO(CUST-RECORD)
                RIDFLD(CUST-KEY)
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE SPACES TO CUST-NAME
            END-IF
            MOVE CUST-NAME TO CM-NAME
            MOVE SPACES    TO CM-ADDR
            MOVE SPACES    TO CM-ZIP
            CALL 'CUSTMASK' USING CUSTMASK-PARMS
            MOVE CM-NAME   TO HDG-CUST
            IF WS-TRAINING-MODE
                MOVE ' - (TRAINING) L/X ACCT-ID '
                    TO OUT-HDG(54:27)
            ELSE
                MOVE ' - L/X ACCT-ID ROLE(O/J)   '
                    TO OUT-HDG(54:27)
            END-IF
            MOVE WS-RESULT-MSG TO OUT-MSG
            MOVE 0 TO WS-LIST-CNT
            MOVE 'N' TO WS-MORE-SW
            MOVE XCA-CUST-NUMBER TO CX-CUST-NUMBER
            MOVE LOW-VALUES TO CX-ACCT-ID
            EXEC CICS STARTBR DATASET(WS-CUSTACCT-DD)
                RIDFLD(CX-KEY)
                GTEQ
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NORMAL)
                PERFORM UNTIL WS-RESP NOT = DFHRESP(NORMAL)
                    EXEC CICS READNEXT DATASET(WS-CUSTACCT-DD)
                        INTO(CX-RECORD)
                        RIDFLD(CX-KEY)
                        RESP(WS-RESP)
                    END-EXEC
                    IF WS-RESP = DFHRESP(NORMAL)
                        IF CX-CUST-NUMBER NOT = XCA-CUST-NUMBER
                            MOVE DFHRESP(ENDFILE) TO WS-RESP
                        ELSE
                        IF WS-LIST-CNT >= 10
                            SET WS-MORE-NOT-SHOWN TO TRUE
                            MOVE DFHRESP(ENDFILE) TO WS-RESP
                        ELSE
                            PERFORM ADD-ACCOUNT-TO-LIST
                        END-IF
                        END-IF
                    END-IF
                END-PERFORM
                EXEC CICS ENDBR DATASET(WS-CUSTACCT-DD) END-EXEC
            END-IF
            IF WS-LIST-CNT = 0
                MOVE 'NO ACCOUNTS LINKED TO THIS CUSTOMER'
                    TO OUT-LINE(1)
                MOVE 1 TO WS-LIST-CNT
            END-IF
            IF WS-MORE-NOT-SHOWN AND WS-RESULT-MSG = SPACES
                MOVE 'MORE THAN 10 ACCOUNTS - FIRST 10 SHOWN'
                    TO OUT-MSG
            END-IF
            COMPUTE WS-SEND-LEN = 160 + (WS-LIST-CNT * 80)
            EXEC CICS SEND FROM(WS-OUT-AREA) LENGTH(WS-SEND-LEN)
                ERASE
            END-EXEC
            MOVE 'M' TO OUT-XCA-MODE
            MOVE XCA-CUST-KEY TO OUT-XCA-CUST-KEY
            EXEC CICS RETURN TRANSID(EIBTRNID)
                COMMAREA(WS-OUT-COMMAREA)
                LENGTH(41)
            END-EXEC.

      * ONE LIST LINE - THE RELATIONSHIP ITSELF PLUS WHAT DFPACCT
      * SAYS ABOUT THE ACCOUNT TODAY. A LINK WHOSE ACCOUNT IS NOT ON
      * THE MASTER IS STILL SHOWN SO IT CAN BE ENDED.
        ADD-ACCOUNT-TO-LIST.
            ADD 1 TO WS-LIST-CNT
            MOVE SPACES TO WS-ACCT-LINE
            MOVE CX-ACCT-ID   TO XL-ACCT-ID
            IF CX-ROLE-JOINT
                MOVE 'JOINT' TO XL-ROLE
            ELSE
                MOVE 'OWNER' TO XL-ROLE
            END-IF
            MOVE CX-OPEN-DATE TO XL-OPEN-DATE
            IF CX-LINK-OPEN
                MOVE SPACES TO XL-CLOSE-DATE
            ELSE
                MOVE CX-CLOSE-DATE TO XL-CLOSE-DATE
            END-IF
            MOVE CX-ACCT-ID TO ACCT-ID
            EXEC CICS READ DATASET('DFPACCT')
                INTO(ACCT-REC)
                RIDFLD(ACCT-ID)
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE 'NOFILE' TO XL-STATUS
                MOVE 0 TO XL-PRINCIPAL
            ELSE
                IF ACCT-CLOSED
                    MOVE 'CLOSED' TO XL-STATUS
                ELSE
                    MOVE 'OPEN'   TO XL-STATUS
                END-IF
                MOVE ACCT-PRODUCT    TO XL-PRODUCT
                MOVE ACCT-PRINCIPAL  TO XL-PRINCIPAL
                MOVE ACCT-REPORT-CCY TO XL-CCY
            END-IF
            MOVE DFHRESP(NORMAL) TO WS-RESP
            MOVE WS-ACCT-LINE TO OUT-LINE(WS-LIST-CNT).

      * A LINE KEYED AGAINST THE LIST LINKS OR ENDS ONE ACCOUNT, THEN
      * THE LIST IS RESHOWN WITH THE OUTCOME. A BLANK LINE JUST
      * RESHOWS THE LIST. PF12 ACKNOWLEDGES THE CUSTOMER'S CAUTION
      * FLAGS - LIKE ON THE GUI6 SCREEN IT CHANGES NO CUSTOMER DATA,
      * SO IT IS TAKEN EVEN OUTSIDE THE OPERATOR'S HOURS.
        RECEIVE-AND-MAINTAIN-LINK.
            MOVE SPACES TO WS-LINK-INPUT
            EXEC CICS RECEIVE
                INTO(WS-LINK-INPUT)
                LENGTH(12)
                RESP(WS-RESP)
            END-EXEC
            MOVE SPACES TO WS-RESULT-MSG
            IF EIBAID = DFHPF12
                PERFORM LOG-FLAG-ACKNOWLEDGMENT
            ELSE
            IF WS-LINK-INPUT NOT = SPACES
                PERFORM CHECK-UPDATE-ALLOWED
                IF WS-RESULT-MSG = SPACES
                    PERFORM MAINTAIN-LINK
                END-IF
            END-IF
            END-IF
            PERFORM LIST-CUSTOMER-ACCOUNTS.

        MAINTAIN-LINK.
            IF WS-IN-ACCT-ID = SPACES
                MOVE 'ACCT-ID REQUIRED' TO WS-RESULT-MSG
            ELSE
                EVALUATE WS-IN-ACTION
                    WHEN 'L'
                        PERFORM LINK-ACCOUNT
                    WHEN 'X'
                        PERFORM END-ACCOUNT-LINK
                    WHEN OTHER
                        MOVE 'ACTION MUST BE L OR X'
                             TO WS-RESULT-MSG
                END-EVALUATE
            END-IF.

      * EVERY LINK OR END CAN WRITE CUSTACCT, SO IT IS REFUSED OUTSIDE
      * THE OPERATOR'S PERMITTED HOURS, FROM A TERMINAL OFF THEIR
      * OPERPROF LIST OR ONCE DAYCTL HAS CLOSED THE DAY, AND FOR A
      * FLAGGED CUSTOMER UNTIL THIS OPERATOR HAS ACKNOWLEDGED THE FLAG
      * WITH PF12 - THE SAME CHECKS TESTGUI6 MAKES BEFORE AN UPDATE
        CHECK-UPDATE-ALLOWED.
            PERFORM CHECK-SIGNON-WINDOW
            IF NOT SC-SIGNON-OK
                MOVE SC-MESSAGE TO WS-RESULT-MSG
            ELSE
                SET FC-CHECK-ONLY TO TRUE
                PERFORM CALL-FLAGCHK
                IF FC-NOT-ACKNOWLEDGED
                    MOVE 'CAUTION FLAG NOT ACKNOWLEDGED-PF12'
                         TO WS-RESULT-MSG
                END-IF
            END-IF.

      * SHARED SIGN-ON WINDOW CHECK - SIGNCHK BUILDS THE REFUSAL AND
      * LOGS IT TO SREJ, EXCEPT IN TRAINING, WHICH ONLY EVER TOUCHES
      * THE SHADOW FILES AND SO IS NOT HELD TO THE BUSINESS DAY
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

      * PF12 - LOG THIS OPERATOR'S ACKNOWLEDGMENT OF THE CUSTOMER'S
      * FLAGS TO FLAGACK AND SHOW THE HEADLINE REASON
        LOG-FLAG-ACKNOWLEDGMENT.
            SET FC-ACKNOWLEDGE TO TRUE
            PERFORM CALL-FLAGCHK
            IF FC-NO-FLAGS
                MOVE 'NO CAUTION FLAG IN FORCE' TO WS-RESULT-MSG
            ELSE
            IF FC-ACK-FAILED
                MOVE 'UNABLE TO LOG ACKNOWLEDGMENT' TO WS-RESULT-MSG
            ELSE
                STRING 'CAUTION ' FC-HEAD-REASON
                    DELIMITED BY SIZE INTO WS-RESULT-MSG
            END-IF
            END-IF.

        CALL-FLAGCHK.
            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-FLAG-NOW
            MOVE XCA-CUST-NUMBER TO FC-CUST-NUMBER
            MOVE EIBOPID         TO FC-OPID
            MOVE EIBTRMID        TO FC-TRMID
            MOVE EIBTRNID        TO FC-TRNID
            MOVE WS-FLAG-TODAY   TO FC-TODAY
            MOVE WS-FLAG-TIME    TO FC-NOW-TIME
            MOVE WS-CUSTFLAG-DD  TO FC-CUSTFLAG-DD
            MOVE WS-FLAGACK-DD   TO FC-FLAGACK-DD
            CALL 'FLAGCHK' USING FLAGCHK-PARMS.

      * A NEW LINK NEEDS A VALID ROLE AND AN OPEN ACCOUNT ON DFPACCT.
      * AN ENDED LINK TO THE SAME ACCOUNT IS REOPENED IN PLACE RATHER
      * THAN DUPLICATED - THE KEY IS CUSTOMER + ACCOUNT.
        LINK-ACCOUNT.
            IF WS-IN-ROLE NOT = 'O' AND WS-IN-ROLE NOT = 'J'
                MOVE 'ROLE MUST BE O(WNER) OR J(OINT)'
                     TO WS-RESULT-MSG
            ELSE
                MOVE WS-IN-ACCT-ID TO ACCT-ID
                EXEC CICS READ DATASET('DFPACCT')
                    INTO(ACCT-REC)
                    RIDFLD(ACCT-ID)
                    RESP(WS-RESP)
                END-EXEC
                IF WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE 'ACCOUNT NOT ON DFPACCT' TO WS-RESULT-MSG
                ELSE
                IF ACCT-CLOSED
                    MOVE 'ACCOUNT IS CLOSED - CANNOT LINK'
                         TO WS-RESULT-MSG
                ELSE
                    MOVE XCA-CUST-NUMBER TO CX-CUST-NUMBER
                    MOVE WS-IN-ACCT-ID TO CX-ACCT-ID
                    EXEC CICS READ DATASET(WS-CUSTACCT-DD)
                        INTO(CX-RECORD)
                        RIDFLD(CX-KEY)
                        UPDATE
                        RESP(WS-RESP)
                    END-EXEC
                    IF WS-RESP = DFHRESP(NORMAL)
                        IF CX-LINK-OPEN
                            EXEC CICS UNLOCK DATASET(WS-CUSTACCT-DD)
                            END-EXEC
                            MOVE 'ACCOUNT ALREADY LINKED'
                                 TO WS-RESULT-MSG
                        ELSE
                            MOVE WS-IN-ROLE TO CX-ROLE
                            MOVE FUNCTION CURRENT-DATE(1:8)
                                TO CX-OPEN-DATE
                            MOVE 0 TO CX-CLOSE-DATE
                            MOVE EIBOPID TO CX-OPID
                            EXEC CICS REWRITE DATASET(WS-CUSTACCT-DD)
                                FROM(CX-RECORD)
                                RESP(WS-RESP)
                            END-EXEC
                            IF WS-RESP NOT = DFHRESP(NORMAL)
                                MOVE 'CUSTACCT REWRITE FAILED'
                                     TO WS-RESULT-MSG
                            ELSE
                                MOVE 'ACCOUNT LINK REOPENED'
                                     TO WS-RESULT-MSG
                            END-IF
                        END-IF
                    ELSE
                        MOVE XCA-CUST-NUMBER TO CX-CUST-NUMBER
                        MOVE WS-IN-ACCT-ID TO CX-ACCT-ID
                        MOVE WS-IN-ROLE    TO CX-ROLE
                        MOVE FUNCTION CURRENT-DATE(1:8)
                            TO CX-OPEN-DATE
                        MOVE 0 TO CX-CLOSE-DATE
                        MOVE EIBOPID TO CX-OPID
                        EXEC CICS WRITE DATASET(WS-CUSTACCT-DD)
                            FROM(CX-RECORD)
                            RIDFLD(CX-KEY)
                            RESP(WS-RESP)
                        END-EXEC
                        IF WS-RESP NOT = DFHRESP(NORMAL)
                            MOVE 'CUSTACCT WRITE FAILED'
                                 TO WS-RESULT-MSG
                        ELSE
                            MOVE 'ACCOUNT LINKED' TO WS-RESULT-MSG
                        END-IF
                    END-IF
                END-IF
                END-IF
            END-IF.

      * ENDING A LINK DATES IT - THE RECORD STAYS ON FILE SO THE
      * DOSSIER CAN STILL SHOW WHAT THE CUSTOMER ONCE HELD
        END-ACCOUNT-LINK.
            MOVE XCA-CUST-NUMBER TO CX-CUST-NUMBER
            MOVE WS-IN-ACCT-ID TO CX-ACCT-ID
            EXEC CICS READ DATASET(WS-CUSTACCT-DD)
                INTO(CX-RECORD)
                RIDFLD(CX-KEY)
                UPDATE
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE 'ACCOUNT NOT LINKED TO THIS CUSTOMER'
                     TO WS-RESULT-MSG
            ELSE
            IF NOT CX-LINK-OPEN
                EXEC CICS UNLOCK DATASET(WS-CUSTACCT-DD) END-EXEC
                MOVE 'LINK ALREADY ENDED' TO WS-RESULT-MSG
            ELSE
                MOVE FUNCTION CURRENT-DATE(1:8) TO CX-CLOSE-DATE
                MOVE EIBOPID TO CX-OPID
                EXEC CICS REWRITE DATASET(WS-CUSTACCT-DD)
                    FROM(CX-RECORD)
                    RESP(WS-RESP)
                END-EXEC
                IF WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE 'CUSTACCT REWRITE FAILED' TO WS-RESULT-MSG
                ELSE
                    MOVE 'ACCOUNT LINK ENDED' TO WS-RESULT-MSG
                END-IF
            END-IF
            END-IF.
