      *****************************************************************
      * Author.  Maintenance team, following the TESTGUIX style
      * Remarks. Customer address viewer/maintainer. CUSTFIL holds a
      *          single address, so a separate mailing address, a
      *          seasonal address or a move keyed ahead of time had
      *          nowhere to go. PF2 on the GUI6 maintenance screen
      *          XCTLs here with the customer number; every address
      *          on the CUSTADDR KSDS is listed (plain-text screen, no
      *          BMS map) with its type, effective dates, ZIPREF city
      *          and state, and whether it is current, previous or
      *          future. The operator can key one line:
      *            col 1      ACTION  - A(DD), X (END)
      *            col 2      TYPE    - M(AILING) OR S(EASONAL)
      *            col 3-10   FROM    - YYYYMMDD
      *            col 11-18  TO      - YYYYMMDD, BLANK = OPEN-ENDED
      *                                 (ON AN END, BLANK = TODAY)
      *            col 19-23  ZIP     - ADD ONLY, MUST BE ON ZIPREF
      *            col 24-63  ADDRESS - ADD ONLY
      *          An end names the address by type and from-date. The
      *          residential trail follows the CUSTFIL address and is
      *          rolled by the maintenance screens, so it is shown
      *          here but not keyed here.
      *****************************************************************
      * 10/15/26 RPI 2233 INITIAL CODING
      * 10/15/26 RPI 2243 A ZIP RETIRED ON ZIPREF BY THE ZIPRFSH
      *                   REFRESH IS REFUSED ON A NEW ADDRESS, NAMING
      *                   ITS REPLACEMENT WHEN REALIGNED
      * 10/15/26 RPI 2264 NAME AND ADDRESSES SHOWN THROUGH THE SHARED
      *                   CUSTMASK RULE. AN ADD OR END IS REFUSED
      *                   OUTSIDE THE OPERATOR'S HOURS, AFTER DAYCTL
      *                   HAS CLOSED THE DAY (SIGNCHK), OR FOR A
      *                   CUSTOMER WHOSE CAUTION FLAG THIS OPERATOR HAS
      *                   NOT ACKNOWLEDGED - PF12 ACKNOWLEDGES IT HERE
      *                   AS ON THE GUI6 SCREEN (FLAGCHK)
      *****************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. TESTGUID.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
        COPY CUSTADDR.
        COPY CUSTFIL.
        COPY ZIPREF.
        COPY DFHAIDCO.
        COPY CUSTMASK.
        COPY SIGNCHK.
        COPY FLAGCHK.

        01  WS-RESP               PIC S9(8) COMP.

      * TRAINING MODE - THE PF2 XCTL FROM TESTGUI6 RUNS UNDER THE
      * SAME GT-PREFIXED TRAINING TRANSID, SO ADDRESS I/O GOES TO THE
      * SHADOW CUSTADRT FILE. ZIPREF STAYS SHARED READ-ONLY LIKE THE
      * OTHER REFERENCE FILES.
        01  WS-TRAINING-SW        PIC X VALUE 'N'.
            88  WS-TRAINING-MODE      VALUE 'Y'.
        01  WS-CUSTADDR-DD        PIC X(8) VALUE 'CUSTADDR'.
        01  WS-CUSTFIL-DD         PIC X(8) VALUE 'CUSTFIL'.
        01  WS-CUSTFLAG-DD        PIC X(8) VALUE 'CUSTFLAG'.
        01  WS-FLAGACK-DD         PIC X(8) VALUE 'FLAGACK'.
        01  WS-LIST-CNT           PIC 9(2) VALUE 0.
        01  WS-MORE-SW            PIC X VALUE 'N'.
            88  WS-MORE-NOT-SHOWN     VALUE 'Y'.
        01  WS-RES-SHOWN-SW       PIC X VALUE 'N'.
            88  WS-RES-SHOWN          VALUE 'Y'.
        01  WS-SEND-LEN           PIC 9(4) COMP.
        01  WS-RESULT-MSG         PIC X(50) VALUE SPACES.
        01  WS-TODAY              PIC 9(8).
        01  WS-OVERLAP-SW         PIC X VALUE 'N'.
            88  WS-OVERLAP-FOUND      VALUE 'Y'.
        01  WS-ROLL-FROM          PIC 9(8) VALUE 0.

      * TODAY AND THE TIME OF DAY HANDED TO FLAGCHK, AS TESTGUI6 DOES
        01  WS-FLAG-NOW.
            02  WS-FLAG-TODAY     PIC 9(8).
            02  WS-FLAG-TIME      PIC 9(6).

      * A KEYED DATE MUST BE 8 DIGITS WITH A REAL MONTH AND A DAY THE
      * MONTH CAN HOLD - THE FINER LEAP-YEAR CHECK IS NOT WORTH A
      * REFUSAL ON AN ADDRESS EFFECTIVE DATE
        01  WS-DATE-CHECK         PIC 9(8).
        01  WS-DATE-CHECK-X REDEFINES WS-DATE-CHECK.
            02  WS-DC-YYYY        PIC 9(4).
            02  WS-DC-MM          PIC 9(2).
            02  WS-DC-DD          PIC 9(2).
        01  WS-DATE-OK-SW         PIC X VALUE 'Y'.
            88  WS-DATE-OK            VALUE 'Y'.

        01  WS-ADDR-INPUT.
            02  WS-IN-ACTION      PIC X(1).
            02  WS-IN-TYPE        PIC X(1).
            02  WS-IN-FROM        PIC X(8).
            02  WS-IN-FROM-N REDEFINES WS-IN-FROM PIC 9(8).
            02  WS-IN-TO          PIC X(8).
            02  WS-IN-TO-N REDEFINES WS-IN-TO     PIC 9(8).
            02  WS-IN-ZIP         PIC X(5).
            02  WS-IN-ADDR        PIC X(40).

        01  WS-OUT-AREA.
            02  OUT-HDG.
                03  FILLER        PIC X(14) VALUE 'ADDRESSES FOR '.
                03  HDG-CUST      PIC X(40).
                03  FILLER        PIC X(26) VALUE SPACES.
            02  OUT-KEY           PIC X(80).
            02  OUT-MSG           PIC X(80).
            02  OUT-LINE OCCURS 10 TIMES PIC X(80).
        01  WS-ADDR-LINE.
            02  DL-TYPE           PIC X(4).
            02  FILLER            PIC X VALUE SPACE.
            02  DL-FROM           PIC X(8).
            02  FILLER            PIC X VALUE SPACE.
            02  DL-TO             PIC X(8).
            02  FILLER            PIC X VALUE SPACE.
            02  DL-STATUS         PIC X(8).
            02  FILLER            PIC X VALUE SPACE.
            02  DL-ADDR           PIC X(28).
            02  FILLER            PIC X VALUE SPACE.
            02  DL-ZIP            PIC X(5).
            02  FILLER            PIC X VALUE SPACE.
            02  DL-CITY           PIC X(10).
            02  FILLER            PIC X VALUE SPACE.
            02  DL-STATE          PIC X(2).

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
                MOVE 'CUSTADRT' TO WS-CUSTADDR-DD
                MOVE 'CUSTFILT' TO WS-CUSTFIL-DD
                MOVE 'CUSTFLGT' TO WS-CUSTFLAG-DD
                MOVE 'FLAGACKT' TO WS-FLAGACK-DD
            END-IF.

            IF EIBCALEN = 0
                EXEC CICS RETURN END-EXEC
            END-IF

            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

            IF XCA-MODE = 'M'
                PERFORM RECEIVE-AND-MAINTAIN-ADDRESS
            ELSE
                PERFORM LIST-CUSTOMER-ADDRESSES.

      * SHOW THE CUSTOMER'S ADDRESSES IN KEY ORDER (TYPE, THEN FROM-
      * DATE) AND WAIT FOR AN OPTIONAL ADD/END LINE - THE FIRST
      * ARRIVAL IS THE PF2 XCTL FROM TESTGUI6, LATER ARRIVALS LOOP
      * BACK HERE AFTER EACH ACTION SO THE LIST REFLECTS THE FILE. A
      * CUSTOMER WITH NO RESIDENTIAL TRAIL YET GETS THE CUSTFIL
      * ADDRESS SHOWN AS THE CURRENT RESIDENTIAL ONE. THE NAME AND
      * EVERY ADDRESS GO THROUGH THE SHARED CUSTMASK RULE FOR THIS
      * OPERATOR (OPERPROF IS READ ON THE FIRST CALL ONLY).
        LIST-CUSTOMER-ADDRESSES.
            MOVE LOW-VALUES TO WS-OUT-AREA
            MOVE SPACE   TO CM-VIEW-CLASS
            MOVE EIBOPID TO CM-OPID
            MOVE 'A/X M/S FROM(YYYYMMDD) TO(YYYYMMDD) ZIP ADDRESS'
                TO OUT-KEY
            MOVE XCA-CUST-NUMBER TO CUST-NUMBER
            EXEC CICS READ DATASET(WS-CUSTFIL-DD)
                INTO(CUST-RECORD)
                RIDFLD(CUST-KEY)
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE SPACES TO CUST-NAME
                MOVE SPACES TO CUST-ADDR
                MOVE SPACES TO CUST-ZIP
            END-IF
            MOVE CUST-NAME TO CM-NAME
            MOVE CUST-ADDR TO CM-ADDR
            MOVE CUST-ZIP  TO CM-ZIP
            CALL 'CUSTMASK' USING CUSTMASK-PARMS
            MOVE CM-NAME   TO HDG-CUST
            IF WS-TRAINING-MODE
                MOVE ' (TRAINING)               ' TO OUT-HDG(55:26)
            ELSE
                MOVE SPACES TO OUT-HDG(55:26)
            END-IF
            MOVE WS-RESULT-MSG TO OUT-MSG
            MOVE 0 TO WS-LIST-CNT
            MOVE 'N' TO WS-MORE-SW
            MOVE 'N' TO WS-RES-SHOWN-SW
            MOVE XCA-CUST-NUMBER TO CAD-CUST-NUMBER
            MOVE LOW-VALUES TO CAD-TYPE
            MOVE 0 TO CAD-EFF-FROM
            EXEC CICS STARTBR DATASET(WS-CUSTADDR-DD)
                RIDFLD(CAD-KEY)
                GTEQ
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NORMAL)
                PERFORM UNTIL WS-RESP NOT = DFHRESP(NORMAL)
                    EXEC CICS READNEXT DATASET(WS-CUSTADDR-DD)
                        INTO(CAD-RECORD)
                        RIDFLD(CAD-KEY)
                        RESP(WS-RESP)
                    END-EXEC
                    IF WS-RESP = DFHRESP(NORMAL)
                        IF CAD-CUST-NUMBER NOT = XCA-CUST-NUMBER
                            MOVE DFHRESP(ENDFILE) TO WS-RESP
                        ELSE
                        IF WS-LIST-CNT >= 10
                            SET WS-MORE-NOT-SHOWN TO TRUE
                            MOVE DFHRESP(ENDFILE) TO WS-RESP
                        ELSE
                            PERFORM ADD-ADDRESS-TO-LIST
                        END-IF
                        END-IF
                    END-IF
                END-PERFORM
                EXEC CICS ENDBR DATASET(WS-CUSTADDR-DD) END-EXEC
            END-IF
            IF NOT WS-RES-SHOWN AND NOT WS-MORE-NOT-SHOWN
                AND CUST-ADDR NOT = SPACES AND WS-LIST-CNT < 10
                ADD 1 TO WS-LIST-CNT
                MOVE SPACES TO WS-ADDR-LINE
                MOVE 'RES'       TO DL-TYPE
                MOVE 'CURRENT'   TO DL-STATUS
                MOVE CUST-NAME   TO CM-NAME
                MOVE CUST-ADDR   TO CM-ADDR
                MOVE CUST-ZIP    TO CM-ZIP
                CALL 'CUSTMASK' USING CUSTMASK-PARMS
                MOVE CM-ADDR     TO DL-ADDR
                MOVE CM-ZIP      TO DL-ZIP
                MOVE WS-ADDR-LINE TO OUT-LINE(WS-LIST-CNT)
            END-IF
            IF WS-LIST-CNT = 0
                MOVE 'NO ADDRESSES ON FILE FOR THIS CUSTOMER'
                    TO OUT-LINE(1)
                MOVE 1 TO WS-LIST-CNT
            END-IF
            IF WS-MORE-NOT-SHOWN AND WS-RESULT-MSG = SPACES
                MOVE 'MORE THAN 10 ADDRESSES - FIRST 10 SHOWN'
                    TO OUT-MSG
            END-IF
            COMPUTE WS-SEND-LEN = 240 + (WS-LIST-CNT * 80)
            EXEC CICS SEND FROM(WS-OUT-AREA) LENGTH(WS-SEND-LEN)
                ERASE
            END-EXEC
            MOVE 'M' TO OUT-XCA-MODE
            MOVE XCA-CUST-KEY TO OUT-XCA-CUST-KEY
            EXEC CICS RETURN TRANSID(EIBTRNID)
                COMMAREA(WS-OUT-COMMAREA)
                LENGTH(41)
            END-EXEC.

      * ONE LIST LINE - AN ADDRESS WHOSE TO-DATE HAS PASSED IS
      * PREVIOUS, ONE WHOSE FROM-DATE IS STILL AHEAD IS FUTURE, AND
      * ANYTHING ELSE IS IN EFFECT TODAY
        ADD-ADDRESS-TO-LIST.
            ADD 1 TO WS-LIST-CNT
            MOVE SPACES TO WS-ADDR-LINE
            EVALUATE TRUE
                WHEN CAD-RESIDENTIAL
                    MOVE 'RES'  TO DL-TYPE
                    SET WS-RES-SHOWN TO TRUE
                WHEN CAD-MAILING
                    MOVE 'MAIL' TO DL-TYPE
                WHEN CAD-SEASONAL
                    MOVE 'SEAS' TO DL-TYPE
                WHEN OTHER
                    MOVE CAD-TYPE TO DL-TYPE
            END-EVALUATE
            IF CAD-EFF-FROM = 0
                MOVE SPACES TO DL-FROM
            ELSE
                MOVE CAD-EFF-FROM TO DL-FROM
            END-IF
            IF CAD-OPEN-ENDED
                MOVE SPACES TO DL-TO
            ELSE
                MOVE CAD-EFF-TO TO DL-TO
            END-IF
            IF NOT CAD-OPEN-ENDED AND CAD-EFF-TO <= WS-TODAY
                MOVE 'PREVIOUS' TO DL-STATUS
            ELSE
            IF CAD-EFF-FROM > WS-TODAY
                MOVE 'FUTURE'   TO DL-STATUS
            ELSE
                MOVE 'CURRENT'  TO DL-STATUS
            END-IF
            END-IF
            MOVE SPACES    TO CM-NAME
            MOVE CAD-ADDR  TO CM-ADDR
            MOVE CAD-ZIP   TO CM-ZIP
            CALL 'CUSTMASK' USING CUSTMASK-PARMS
            MOVE CM-ADDR   TO DL-ADDR
            MOVE CM-ZIP    TO DL-ZIP
            MOVE CAD-CITY  TO DL-CITY
            MOVE CAD-STATE TO DL-STATE
            MOVE WS-ADDR-LINE TO OUT-LINE(WS-LIST-CNT).

      * A LINE KEYED AGAINST THE LIST ADDS OR ENDS ONE ADDRESS, THEN
      * THE LIST IS RESHOWN WITH THE OUTCOME. A BLANK LINE JUST
      * RESHOWS THE LIST. PF12 ACKNOWLEDGES THE CUSTOMER'S CAUTION
      * FLAGS - LIKE ON THE GUI6 SCREEN IT CHANGES NO CUSTOMER DATA,
      * SO IT IS TAKEN EVEN OUTSIDE THE OPERATOR'S HOURS.
        RECEIVE-AND-MAINTAIN-ADDRESS.
            MOVE SPACES TO WS-ADDR-INPUT
            EXEC CICS RECEIVE
                INTO(WS-ADDR-INPUT)
                LENGTH(63)
                RESP(WS-RESP)
            END-EXEC
            MOVE SPACES TO WS-RESULT-MSG
            IF EIBAID = DFHPF12
                PERFORM LOG-FLAG-ACKNOWLEDGMENT
            ELSE
            IF WS-ADDR-INPUT NOT = SPACES
                PERFORM CHECK-UPDATE-ALLOWED
                IF WS-RESULT-MSG = SPACES
                    PERFORM MAINTAIN-ADDRESS
                END-IF
            END-IF
            END-IF
            PERFORM LIST-CUSTOMER-ADDRESSES.

        MAINTAIN-ADDRESS.
            IF WS-IN-TYPE = 'R'
                MOVE 'RESIDENTIAL FOLLOWS CUSTFIL - KEY IT ON GUI6'
                     TO WS-RESULT-MSG
            ELSE
            IF WS-IN-TYPE NOT = 'M' AND WS-IN-TYPE NOT = 'S'
                MOVE 'TYPE MUST BE M(AILING) OR S(EASONAL)'
                     TO WS-RESULT-MSG
            ELSE
                MOVE WS-IN-FROM TO WS-DATE-CHECK-X
                PERFORM CHECK-KEYED-DATE
                IF NOT WS-DATE-OK
                    MOVE 'FROM DATE MUST BE A VALID YYYYMMDD'
                         TO WS-RESULT-MSG
                ELSE
                IF WS-IN-TO NOT = SPACES
                    MOVE WS-IN-TO TO WS-DATE-CHECK-X
                    PERFORM CHECK-KEYED-DATE
                END-IF
                IF NOT WS-DATE-OK
                    MOVE 'TO DATE MUST BE BLANK OR VALID YYYYMMDD'
                         TO WS-RESULT-MSG
                ELSE
                    EVALUATE WS-IN-ACTION
                        WHEN 'A'
                            PERFORM ADD-ADDRESS
                        WHEN 'X'
                            PERFORM END-ADDRESS
                        WHEN OTHER
                            MOVE 'ACTION MUST BE A OR X'
                                 TO WS-RESULT-MSG
                    END-EVALUATE
                END-IF
                END-IF
            END-IF
            END-IF.

      * EVERY ADD OR END CAN WRITE CUSTADDR, SO IT IS REFUSED OUTSIDE
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

        CHECK-KEYED-DATE.
            MOVE 'Y' TO WS-DATE-OK-SW
            IF WS-DATE-CHECK-X NOT NUMERIC
                MOVE 'N' TO WS-DATE-OK-SW
            ELSE
            IF WS-DC-YYYY < 1900 OR WS-DC-MM < 1 OR WS-DC-MM > 12
                OR WS-DC-DD < 1 OR WS-DC-DD > 31
                MOVE 'N' TO WS-DATE-OK-SW
            ELSE
            IF (WS-DC-MM = 4 OR WS-DC-MM = 6 OR WS-DC-MM = 9
                OR WS-DC-MM = 11) AND WS-DC-DD > 30
                MOVE 'N' TO WS-DATE-OK-SW
            ELSE
            IF WS-DC-MM = 2 AND WS-DC-DD > 29
                MOVE 'N' TO WS-DATE-OK-SW
            END-IF
            END-IF
            END-IF
            END-IF.

      * A NEW ADDRESS NEEDS A STREET LINE, A ZIP ON ZIPREF (WHICH
      * SUPPLIES THE CITY AND STATE) AND A TO-DATE AFTER ITS FROM-
      * DATE. IT MAY NOT OVERLAP ANOTHER ADDRESS OF THE SAME TYPE,
      * EXCEPT THAT AN OPEN-ENDED ONE STARTED EARLIER IS ENDED ON THE
      * NEW FROM-DATE - KEYING A NEW MAILING ADDRESS REPLACES THE OLD
      * ONE FROM THAT DAY WITHOUT A SEPARATE END.
        ADD-ADDRESS.
            IF WS-IN-ADDR = SPACES
                MOVE 'ADDRESS REQUIRED TO ADD' TO WS-RESULT-MSG
            ELSE
            IF WS-IN-TO NOT = SPACES AND WS-IN-TO-N <= WS-IN-FROM-N
                MOVE 'TO DATE MUST BE AFTER FROM DATE'
                     TO WS-RESULT-MSG
            ELSE
            IF WS-IN-ZIP NOT NUMERIC
                MOVE 'ZIP MUST BE 5 NUMERIC DIGITS' TO WS-RESULT-MSG
            ELSE
                MOVE WS-IN-ZIP TO ZR-ZIP
                EXEC CICS READ DATASET('ZIPREF')
                    INTO(ZIPREF-RECORD)
                    RIDFLD(ZR-KEY)
                    RESP(WS-RESP)
                END-EXEC
                IF WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE 'ZIP IS NOT A KNOWN ZIP CODE' TO WS-RESULT-MSG
                ELSE
                IF ZR-RETIRED
                    IF ZR-SUCCESSOR-ZIP = SPACES
                        MOVE 'ZIP HAS BEEN RETIRED' TO WS-RESULT-MSG
                    ELSE
                        STRING 'ZIP HAS BEEN RETIRED - NOW '
                            ZR-SUCCESSOR-ZIP DELIMITED BY SIZE
                            INTO WS-RESULT-MSG
                    END-IF
                ELSE
                    PERFORM CHECK-ADDRESS-OVERLAP
                    IF WS-OVERLAP-FOUND
                        MOVE 'OVERLAPS AN ADDRESS OF THE SAME TYPE'
                             TO WS-RESULT-MSG
                    ELSE
                        PERFORM END-PRIOR-OPEN-ADDRESS
                        PERFORM WRITE-NEW-ADDRESS
                    END-IF
                END-IF
                END-IF
            END-IF
            END-IF
            END-IF.

      * WALK THE CUSTOMER'S ADDRESSES OF THE KEYED TYPE. A RANGE THAT
      * SHARES ANY DAY WITH THE NEW ONE IS AN OVERLAP, UNLESS IT IS
      * THE OPEN-ENDED ONE STARTED BEFORE THE NEW FROM-DATE, WHICH IS
      * NOTED IN WS-ROLL-FROM TO BE ENDED INSTEAD
        CHECK-ADDRESS-OVERLAP.
            MOVE 'N' TO WS-OVERLAP-SW
            MOVE 0 TO WS-ROLL-FROM
            MOVE XCA-CUST-NUMBER TO CAD-CUST-NUMBER
            MOVE WS-IN-TYPE TO CAD-TYPE
            MOVE 0 TO CAD-EFF-FROM
            EXEC CICS STARTBR DATASET(WS-CUSTADDR-DD)
                RIDFLD(CAD-KEY)
                GTEQ
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NORMAL)
                PERFORM UNTIL WS-RESP NOT = DFHRESP(NORMAL)
                    EXEC CICS READNEXT DATASET(WS-CUSTADDR-DD)
                        INTO(CAD-RECORD)
                        RIDFLD(CAD-KEY)
                        RESP(WS-RESP)
                    END-EXEC
                    IF WS-RESP = DFHRESP(NORMAL)
                        IF CAD-CUST-NUMBER NOT = XCA-CUST-NUMBER
                            OR CAD-TYPE NOT = WS-IN-TYPE
                            MOVE DFHRESP(ENDFILE) TO WS-RESP
                        ELSE
                        IF CAD-OPEN-ENDED
                            AND CAD-EFF-FROM < WS-IN-FROM-N
                            MOVE CAD-EFF-FROM TO WS-ROLL-FROM
                        ELSE
                        IF (CAD-OPEN-ENDED
                            OR CAD-EFF-TO > WS-IN-FROM-N)
                            AND (WS-IN-TO = SPACES
                            OR CAD-EFF-FROM < WS-IN-TO-N)
                            SET WS-OVERLAP-FOUND TO TRUE
                        END-IF
                        END-IF
                        END-IF
                    END-IF
                END-PERFORM
                EXEC CICS ENDBR DATASET(WS-CUSTADDR-DD) END-EXEC
            END-IF.

        END-PRIOR-OPEN-ADDRESS.
            IF WS-ROLL-FROM NOT = 0
                MOVE XCA-CUST-NUMBER TO CAD-CUST-NUMBER
                MOVE WS-IN-TYPE      TO CAD-TYPE
                MOVE WS-ROLL-FROM    TO CAD-EFF-FROM
                EXEC CICS READ DATASET(WS-CUSTADDR-DD)
                    INTO(CAD-RECORD)
                    RIDFLD(CAD-KEY)
                    UPDATE
                    RESP(WS-RESP)
                END-EXEC
                IF WS-RESP = DFHRESP(NORMAL)
                    MOVE WS-IN-FROM-N TO CAD-EFF-TO
                    MOVE EIBOPID  TO CAD-OPID
                    MOVE WS-TODAY TO CAD-UPD-DATE
                    EXEC CICS REWRITE DATASET(WS-CUSTADDR-DD)
                        FROM(CAD-RECORD)
                        RESP(WS-RESP)
                    END-EXEC
                END-IF
            END-IF.

        WRITE-NEW-ADDRESS.
            MOVE XCA-CUST-NUMBER TO CAD-CUST-NUMBER
            MOVE WS-IN-TYPE      TO CAD-TYPE
            MOVE WS-IN-FROM-N    TO CAD-EFF-FROM
            IF WS-IN-TO = SPACES
                MOVE 0 TO CAD-EFF-TO
            ELSE
                MOVE WS-IN-TO-N TO CAD-EFF-TO
            END-IF
            MOVE WS-IN-ADDR  TO CAD-ADDR
            MOVE WS-IN-ZIP   TO CAD-ZIP
            MOVE ZR-CITY     TO CAD-CITY
            MOVE ZR-STATE    TO CAD-STATE
            MOVE EIBOPID     TO CAD-OPID
            MOVE WS-TODAY    TO CAD-UPD-DATE
            EXEC CICS WRITE DATASET(WS-CUSTADDR-DD)
                FROM(CAD-RECORD)
                RIDFLD(CAD-KEY)
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(DUPREC)
                MOVE 'ADDRESS OF THAT TYPE ALREADY STARTS THAT DAY'
                     TO WS-RESULT-MSG
            ELSE
            IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE 'CUSTADDR WRITE FAILED' TO WS-RESULT-MSG
            ELSE
                MOVE 'ADDRESS ADDED' TO WS-RESULT-MSG
            END-IF
            END-IF.

      * ENDING AN ADDRESS DATES IT - THE RECORD STAYS ON FILE AS A
      * PREVIOUS ADDRESS. A BLANK TO-DATE ENDS IT TODAY; A FUTURE
      * ADDRESS ENDED ON OR BEFORE ITS OWN FROM-DATE IS REFUSED, AS
      * IT WOULD NEVER HAVE APPLIED.
        END-ADDRESS.
            MOVE XCA-CUST-NUMBER TO CAD-CUST-NUMBER
            MOVE WS-IN-TYPE      TO CAD-TYPE
            MOVE WS-IN-FROM-N    TO CAD-EFF-FROM
            EXEC CICS READ DATASET(WS-CUSTADDR-DD)
                INTO(CAD-RECORD)
                RIDFLD(CAD-KEY)
                UPDATE
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE 'NO ADDRESS OF THAT TYPE STARTS THAT DAY'
                     TO WS-RESULT-MSG
            ELSE
                IF WS-IN-TO = SPACES
                    MOVE WS-TODAY TO WS-IN-TO-N
                END-IF
                IF NOT CAD-OPEN-ENDED AND CAD-EFF-TO <= WS-IN-TO-N
                    EXEC CICS UNLOCK DATASET(WS-CUSTADDR-DD) END-EXEC
                    MOVE 'ADDRESS ALREADY ENDED BY THAT DATE'
                         TO WS-RESULT-MSG
                ELSE
                IF WS-IN-TO-N <= CAD-EFF-FROM
                    EXEC CICS UNLOCK DATASET(WS-CUSTADDR-DD) END-EXEC
                    MOVE 'END DATE MUST BE AFTER THE FROM DATE'
                         TO WS-RESULT-MSG
                ELSE
                    MOVE WS-IN-TO-N TO CAD-EFF-TO
                    MOVE EIBOPID  TO CAD-OPID
                    MOVE WS-TODAY TO CAD-UPD-DATE
                    EXEC CICS REWRITE DATASET(WS-CUSTADDR-DD)
                        FROM(CAD-RECORD)
                        RESP(WS-RESP)
                    END-EXEC
                    IF WS-RESP NOT = DFHRESP(NORMAL)
                        MOVE 'CUSTADDR REWRITE FAILED'
                             TO WS-RESULT-MSG
                    ELSE
                        MOVE 'ADDRESS ENDED' TO WS-RESULT-MSG
                    END-IF
                END-IF
                END-IF
            END-IF.
