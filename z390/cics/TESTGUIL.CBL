      *****************************************************************
      * Author.  Maintenance team, following the TESTGUIX/TESTGUID
      *          style
      * Remarks. Customer-to-customer relationship viewer/maintainer.
      *          PF3 on the GUI6 maintenance screen XCTLs here with
      *          the customer number; every relationship on the
      *          CUSTREL KSDS that the customer is in - joint holder,
      *          guardian or power of attorney, active or ended - is
      *          listed (plain-text screen, no BMS map) with the other
      *          party, the dates and the document reference. The
      *          operator can key one line:
      *            col 1      ACTION  - A(DD), X (END)
      *            col 2      TYPE    - J(OINT), G(UARDIAN),
      *                                 P(OWER OF ATTORNEY)
      *            col 3      ROLE    - G/P ONLY: A = THIS CUSTOMER
      *                                 ACTS FOR THE OTHER, F = THE
      *                                 OTHER ACTS FOR THIS CUSTOMER
      *            col 4-10   OTHER   - RELATED CUSTOMER NUMBER
      *            col 11-18  START   - YYYYMMDD
      *            col 19-26  END     - YYYYMMDD, BLANK = OPEN-ENDED
      *                                 (ON AN END, BLANK = TODAY)
      *            col 27-46  DOC REF - ADD ONLY, REQUIRED FOR G/P
      *          An add writes the relationship from both sides and an
      *          end dates both, so it lists the same from either
      *          customer. An end names the relationship by type,
      *          other customer and start date.
      *****************************************************************
      * 10/15/26 RPI 2234 INITIAL CODING
      * 10/15/26 RPI 2264 CUSTOMER AND RELATED-PARTY NAMES SHOWN
      *                   THROUGH THE SHARED CUSTMASK RULE. AN ADD OR
      *                   END IS REFUSED OUTSIDE THE OPERATOR'S HOURS,
      *                   AFTER DAYCTL HAS CLOSED THE DAY (SIGNCHK), OR
      *                   FOR A CUSTOMER WHOSE CAUTION FLAG THIS
      *                   OPERATOR HAS NOT ACKNOWLEDGED - PF12
      *                   ACKNOWLEDGES IT HERE AS ON THE GUI6 SCREEN
      *                   (FLAGCHK)
      *****************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. TESTGUIL.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
        COPY CUSTREL.
        COPY CUSTFIL.
        COPY DFHAIDCO.
        COPY CUSTMASK.
        COPY SIGNCHK.
        COPY FLAGCHK.

        01  WS-RESP               PIC S9(8) COMP.

      * TRAINING MODE - THE PF3 XCTL FROM TESTGUI6 RUNS UNDER THE
      * SAME GT-PREFIXED TRAINING TRANSID, SO RELATIONSHIP I/O GOES TO
      * THE SHADOW CUSTRELT FILE AND NAMES COME OFF CUSTFILT
        01  WS-TRAINING-SW        PIC X VALUE 'N'.
            88  WS-TRAINING-MODE      VALUE 'Y'.
        01  WS-CUSTREL-DD         PIC X(8) VALUE 'CUSTREL'.
        01  WS-CUSTFIL-DD         PIC X(8) VALUE 'CUSTFIL'.
        01  WS-CUSTFLAG-DD        PIC X(8) VALUE 'CUSTFLAG'.
        01  WS-FLAGACK-DD         PIC X(8) VALUE 'FLAGACK'.
        01  WS-LIST-CNT           PIC 9(2) VALUE 0.
        01  WS-MORE-SW            PIC X VALUE 'N'.
            88  WS-MORE-NOT-SHOWN     VALUE 'Y'.
        01  WS-SEND-LEN           PIC 9(4) COMP.
        01  WS-RESULT-MSG         PIC X(50) VALUE SPACES.
        01  WS-TODAY              PIC 9(8).
        01  WS-OVERLAP-SW         PIC X VALUE 'N'.
            88  WS-OVERLAP-FOUND      VALUE 'Y'.
        01  WS-PAIR-ROLE          PIC X.
        01  WS-SAVE-RECORD        PIC X(63).

      * TODAY AND THE TIME OF DAY HANDED TO FLAGCHK, AS TESTGUI6 DOES
        01  WS-FLAG-NOW.
            02  WS-FLAG-TODAY     PIC 9(8).
            02  WS-FLAG-TIME      PIC 9(6).

      * A KEYED DATE MUST BE 8 DIGITS WITH A REAL MONTH AND A DAY THE
      * MONTH CAN HOLD - THE SAME CHECK TESTGUID MAKES
        01  WS-DATE-CHECK         PIC 9(8).
        01  WS-DATE-CHECK-X REDEFINES WS-DATE-CHECK.
            02  WS-DC-YYYY        PIC 9(4).
            02  WS-DC-MM          PIC 9(2).
            02  WS-DC-DD          PIC 9(2).
        01  WS-DATE-OK-SW         PIC X VALUE 'Y'.
            88  WS-DATE-OK            VALUE 'Y'.

        01  WS-REL-INPUT.
            02  WS-IN-ACTION      PIC X(1).
            02  WS-IN-TYPE        PIC X(1).
            02  WS-IN-ROLE        PIC X(1).
            02  WS-IN-OTHER       PIC X(7).
            02  WS-IN-OTHER-N REDEFINES WS-IN-OTHER  PIC 9(7).
            02  WS-IN-START       PIC X(8).
            02  WS-IN-START-N REDEFINES WS-IN-START  PIC 9(8).
            02  WS-IN-END         PIC X(8).
            02  WS-IN-END-N REDEFINES WS-IN-END      PIC 9(8).
            02  WS-IN-DOC-REF     PIC X(20).

        01  WS-OUT-AREA.
            02  OUT-HDG.
                03  FILLER        PIC X(18) VALUE
                    'RELATIONSHIPS FOR '.
                03  HDG-CUST      PIC X(40).
                03  FILLER        PIC X(22) VALUE SPACES.
            02  OUT-KEY           PIC X(80).
            02  OUT-MSG           PIC X(80).
            02  OUT-LINE OCCURS 10 TIMES PIC X(80).
        01  WS-REL-LINE.
            02  DL-DESC           PIC X(12).
            02  FILLER            PIC X VALUE SPACE.
            02  DL-OTHER          PIC X(7).
            02  FILLER            PIC X VALUE SPACE.
            02  DL-NAME           PIC X(20).
            02  FILLER            PIC X VALUE SPACE.
            02  DL-START          PIC X(8).
            02  FILLER            PIC X VALUE SPACE.
            02  DL-END            PIC X(8).
            02  FILLER            PIC X VALUE SPACE.
            02  DL-STATUS         PIC X(7).
            02  FILLER            PIC X VALUE SPACE.
            02  DL-DOC-REF        PIC X(12).

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
                MOVE 'CUSTRELT' TO WS-CUSTREL-DD
                MOVE 'CUSTFILT' TO WS-CUSTFIL-DD
                MOVE 'CUSTFLGT' TO WS-CUSTFLAG-DD
                MOVE 'FLAGACKT' TO WS-FLAGACK-DD
            END-IF.

            IF EIBCALEN = 0
                EXEC CICS RETURN END-EXEC
            END-IF

            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

            IF XCA-MODE = 'M'
                PERFORM RECEIVE-AND-MAINTAIN-RELATIONSHIP
            ELSE
                PERFORM LIST-CUSTOMER-RELATIONSHIPS.

      * SHOW THE CUSTOMER'S RELATIONSHIPS IN KEY ORDER (OTHER PARTY,
      * TYPE, START DATE) AND WAIT FOR AN OPTIONAL ADD/END LINE - THE
      * FIRST ARRIVAL IS THE PF3 XCTL FROM TESTGUI6, LATER ARRIVALS
      * LOOP BACK HERE AFTER EACH ACTION SO THE LIST REFLECTS THE
      * FILE. EVERY NAME SHOWN GOES THROUGH THE SHARED CUSTMASK RULE
      * FOR THIS OPERATOR (OPERPROF IS READ ON THE FIRST CALL ONLY).
        LIST-CUSTOMER-RELATIONSHIPS.
            MOVE LOW-VALUES TO WS-OUT-AREA
            MOVE SPACE   TO CM-VIEW-CLASS
            MOVE EIBOPID TO CM-OPID
            MOVE 'A/X J/G/P A/F OTHER-NO START(YYYYMMDD) END DOC-REF'
                TO OUT-KEY
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
                MOVE ' (TRAINING)           ' TO OUT-HDG(59:22)
            ELSE
                MOVE SPACES TO OUT-HDG(59:22)
            END-IF
            MOVE WS-RESULT-MSG TO OUT-MSG
            MOVE 0 TO WS-LIST-CNT
            MOVE 'N' TO WS-MORE-SW
            MOVE XCA-CUST-NUMBER TO CRL-CUST-NUMBER
            MOVE 0 TO CRL-RELATED-NUMBER
            MOVE LOW-VALUES TO CRL-TYPE
            MOVE 0 TO CRL-START
            EXEC CICS STARTBR DATASET(WS-CUSTREL-DD)
                RIDFLD(CRL-KEY)
                GTEQ
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NORMAL)
                PERFORM UNTIL WS-RESP NOT = DFHRESP(NORMAL)
                    EXEC CICS READNEXT DATASET(WS-CUSTREL-DD)
                        INTO(CRL-RECORD)
                        RIDFLD(CRL-KEY)
                        RESP(WS-RESP)
                    END-EXEC
                    IF WS-RESP = DFHRESP(NORMAL)
                        IF CRL-CUST-NUMBER NOT = XCA-CUST-NUMBER
                            MOVE DFHRESP(ENDFILE) TO WS-RESP
                        ELSE
                        IF WS-LIST-CNT >= 10
                            SET WS-MORE-NOT-SHOWN TO TRUE
                            MOVE DFHRESP(ENDFILE) TO WS-RESP
                        ELSE
                            PERFORM ADD-RELATIONSHIP-TO-LIST
                            MOVE DFHRESP(NORMAL) TO WS-RESP
                        END-IF
                        END-IF
                    END-IF
                END-PERFORM
                EXEC CICS ENDBR DATASET(WS-CUSTREL-DD) END-EXEC
            END-IF
            IF WS-LIST-CNT = 0
                MOVE 'NO RELATIONSHIPS ON FILE FOR THIS CUSTOMER'
                    TO OUT-LINE(1)
                MOVE 1 TO WS-LIST-CNT
            END-IF
            IF WS-MORE-NOT-SHOWN AND WS-RESULT-MSG = SPACES
                MOVE 'MORE THAN 10 RELATIONSHIPS - FIRST 10 SHOWN'
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

      * ONE LIST LINE, WORDED FROM THIS CUSTOMER'S SIDE - A
      * RELATIONSHIP WHOSE END DATE HAS PASSED IS ENDED, ONE WHOSE
      * START IS STILL AHEAD IS FUTURE, ANYTHING ELSE IS ACTIVE. THE
      * OTHER PARTY'S NAME IS READ OFF CUSTFIL, SO THE BROWSE RECORD
      * IS SAVED AROUND THE READ.
        ADD-RELATIONSHIP-TO-LIST.
            ADD 1 TO WS-LIST-CNT
            MOVE SPACES TO WS-REL-LINE
            EVALUATE TRUE
                WHEN CRL-JOINT-HOLDER
                    MOVE 'JOINT HOLDER' TO DL-DESC
                WHEN CRL-GUARDIAN AND CRL-ACTS-FOR-RELATED
                    MOVE 'GUARDIAN OF'  TO DL-DESC
                WHEN CRL-GUARDIAN
                    MOVE 'HAS GUARDIAN' TO DL-DESC
                WHEN CRL-POWER-OF-ATTY AND CRL-ACTS-FOR-RELATED
                    MOVE 'ATTORNEY FOR' TO DL-DESC
                WHEN CRL-POWER-OF-ATTY
                    MOVE 'HAS ATTORNEY' TO DL-DESC
                WHEN OTHER
                    MOVE CRL-TYPE       TO DL-DESC
            END-EVALUATE
            MOVE CRL-RELATED-NUMBER TO DL-OTHER
            MOVE CRL-START TO DL-START
            IF CRL-OPEN-ENDED
                MOVE SPACES TO DL-END
            ELSE
                MOVE CRL-END TO DL-END
            END-IF
            IF NOT CRL-OPEN-ENDED AND CRL-END <= WS-TODAY
                MOVE 'ENDED'  TO DL-STATUS
            ELSE
            IF CRL-START > WS-TODAY
                MOVE 'FUTURE' TO DL-STATUS
            ELSE
                MOVE 'ACTIVE' TO DL-STATUS
            END-IF
            END-IF
            MOVE CRL-DOC-REF TO DL-DOC-REF
            MOVE CRL-RECORD TO WS-SAVE-RECORD
            MOVE CRL-RELATED-NUMBER TO CUST-NUMBER
            EXEC CICS READ DATASET(WS-CUSTFIL-DD)
                INTO(CUST-RECORD)
                RIDFLD(CUST-KEY)
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NORMAL)
                MOVE CUST-NAME TO CM-NAME
                MOVE SPACES    TO CM-ADDR
                MOVE SPACES    TO CM-ZIP
                CALL 'CUSTMASK' USING CUSTMASK-PARMS
                MOVE CM-NAME   TO DL-NAME
            ELSE
                MOVE '(NOT ON FILE)' TO DL-NAME
            END-IF
            MOVE WS-SAVE-RECORD TO CRL-RECORD
            MOVE WS-REL-LINE TO OUT-LINE(WS-LIST-CNT).

      * A LINE KEYED AGAINST THE LIST ADDS OR ENDS ONE RELATIONSHIP,
      * THEN THE LIST IS RESHOWN WITH THE OUTCOME. A BLANK LINE JUST
      * RESHOWS THE LIST. PF12 ACKNOWLEDGES THE CUSTOMER'S CAUTION
      * FLAGS - LIKE ON THE GUI6 SCREEN IT CHANGES NO CUSTOMER DATA,
      * SO IT IS TAKEN EVEN OUTSIDE THE OPERATOR'S HOURS.
        RECEIVE-AND-MAINTAIN-RELATIONSHIP.
            MOVE SPACES TO WS-REL-INPUT
            EXEC CICS RECEIVE
                INTO(WS-REL-INPUT)
                LENGTH(46)
                RESP(WS-RESP)
            END-EXEC
            MOVE SPACES TO WS-RESULT-MSG
            IF EIBAID = DFHPF12
                PERFORM LOG-FLAG-ACKNOWLEDGMENT
            ELSE
            IF WS-REL-INPUT NOT = SPACES
                PERFORM CHECK-UPDATE-ALLOWED
                IF WS-RESULT-MSG = SPACES
                    PERFORM MAINTAIN-RELATIONSHIP
                END-IF
            END-IF
            END-IF
            PERFORM LIST-CUSTOMER-RELATIONSHIPS.

        MAINTAIN-RELATIONSHIP.
            IF WS-IN-TYPE NOT = 'J' AND WS-IN-TYPE NOT = 'G'
                    AND WS-IN-TYPE NOT = 'P'
                MOVE 'TYPE MUST BE J(OINT), G(UARDIAN) OR P(OA)'
                     TO WS-RESULT-MSG
            ELSE
            IF WS-IN-OTHER NOT NUMERIC
                MOVE 'OTHER CUSTOMER MUST BE A 7-DIGIT NUMBER'
                     TO WS-RESULT-MSG
            ELSE
            IF WS-IN-OTHER-N = XCA-CUST-NUMBER
                MOVE 'A CUSTOMER CANNOT BE RELATED TO ITSELF'
                     TO WS-RESULT-MSG
            ELSE
                MOVE WS-IN-START TO WS-DATE-CHECK-X
                PERFORM CHECK-KEYED-DATE
                IF NOT WS-DATE-OK
                    MOVE 'START DATE MUST BE A VALID YYYYMMDD'
                         TO WS-RESULT-MSG
                ELSE
                IF WS-IN-END NOT = SPACES
                    MOVE WS-IN-END TO WS-DATE-CHECK-X
                    PERFORM CHECK-KEYED-DATE
                END-IF
                IF NOT WS-DATE-OK
                    MOVE 'END DATE MUST BE BLANK OR VALID YYYYMMDD'
                         TO WS-RESULT-MSG
                ELSE
                    EVALUATE WS-IN-ACTION
                        WHEN 'A'
                            PERFORM ADD-RELATIONSHIP
                        WHEN 'X'
                            PERFORM END-RELATIONSHIP
                        WHEN OTHER
                            MOVE 'ACTION MUST BE A OR X'
                                 TO WS-RESULT-MSG
                    END-EVALUATE
                END-IF
                END-IF
            END-IF
            END-IF
            END-IF.

      * EVERY ADD OR END WRITES CUSTREL, SO IT IS REFUSED OUTSIDE THE
      * OPERATOR'S PERMITTED HOURS, FROM A TERMINAL OFF THEIR OPERPROF
      * LIST OR ONCE DAYCTL HAS CLOSED THE DAY, AND FOR A FLAGGED
      * CUSTOMER UNTIL THIS OPERATOR HAS ACKNOWLEDGED THE FLAG WITH
      * PF12 - THE SAME CHECKS TESTGUI6 MAKES BEFORE AN UPDATE
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

      * A NEW RELATIONSHIP NEEDS THE OTHER CUSTOMER ON CUSTFIL, A
      * ROLE SAYING WHICH WAY A GUARDIAN OR ATTORNEY RUNS, THE
      * DOCUMENT THAT GRANTS IT (A JOINT HOLDING MAY HAVE NONE) AND
      * AN END AFTER ITS START. IT MAY NOT OVERLAP THE SAME
      * RELATIONSHIP WITH THE SAME CUSTOMER ALREADY ON FILE.
        ADD-RELATIONSHIP.
            IF WS-IN-TYPE = 'J'
                MOVE 'J' TO WS-IN-ROLE
            END-IF
            IF WS-IN-ROLE NOT = 'J' AND WS-IN-ROLE NOT = 'A'
                    AND WS-IN-ROLE NOT = 'F'
                MOVE 'ROLE MUST BE A (ACTS FOR) OR F (ACTED FOR)'
                     TO WS-RESULT-MSG
            ELSE
            IF WS-IN-TYPE NOT = 'J' AND WS-IN-DOC-REF = SPACES
                MOVE 'DOCUMENT REFERENCE REQUIRED FOR G/P'
                     TO WS-RESULT-MSG
            ELSE
            IF WS-IN-END NOT = SPACES
                    AND WS-IN-END-N <= WS-IN-START-N
                MOVE 'END DATE MUST BE AFTER START DATE'
                     TO WS-RESULT-MSG
            ELSE
                MOVE WS-IN-OTHER-N TO CUST-NUMBER
                EXEC CICS READ DATASET(WS-CUSTFIL-DD)
                    INTO(CUST-RECORD)
                    RIDFLD(CUST-KEY)
                    RESP(WS-RESP)
                END-EXEC
                IF WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE 'OTHER CUSTOMER NOT ON FILE' TO WS-RESULT-MSG
                ELSE
                    PERFORM CHECK-RELATIONSHIP-OVERLAP
                    IF WS-OVERLAP-FOUND
                        MOVE 'OVERLAPS THE SAME RELATIONSHIP ON FILE'
                             TO WS-RESULT-MSG
                    ELSE
                        PERFORM WRITE-RELATIONSHIP-PAIR
                    END-IF
                END-IF
            END-IF
            END-IF
            END-IF.

      * WALK THIS CUSTOMER'S RECORDS WITH THE OTHER CUSTOMER OF THE
      * KEYED TYPE - ANY RANGE SHARING A DAY WITH THE NEW ONE IS AN
      * OVERLAP. THE PAIRED RECORDS MIRROR THESE, SO ONE SIDE IS
      * ENOUGH TO CHECK.
        CHECK-RELATIONSHIP-OVERLAP.
            MOVE 'N' TO WS-OVERLAP-SW
            MOVE XCA-CUST-NUMBER TO CRL-CUST-NUMBER
            MOVE WS-IN-OTHER-N   TO CRL-RELATED-NUMBER
            MOVE WS-IN-TYPE      TO CRL-TYPE
            MOVE 0               TO CRL-START
            EXEC CICS STARTBR DATASET(WS-CUSTREL-DD)
                RIDFLD(CRL-KEY)
                GTEQ
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NORMAL)
                PERFORM UNTIL WS-RESP NOT = DFHRESP(NORMAL)
                    EXEC CICS READNEXT DATASET(WS-CUSTREL-DD)
                        INTO(CRL-RECORD)
                        RIDFLD(CRL-KEY)
                        RESP(WS-RESP)
                    END-EXEC
                    IF WS-RESP = DFHRESP(NORMAL)
                        IF CRL-CUST-NUMBER NOT = XCA-CUST-NUMBER
                            OR CRL-RELATED-NUMBER NOT = WS-IN-OTHER-N
                            OR CRL-TYPE NOT = WS-IN-TYPE
                            MOVE DFHRESP(ENDFILE) TO WS-RESP
                        ELSE
                        IF (CRL-OPEN-ENDED
                            OR CRL-END > WS-IN-START-N)
                            AND (WS-IN-END = SPACES
                            OR CRL-START < WS-IN-END-N)
                            SET WS-OVERLAP-FOUND TO TRUE
                        END-IF
                        END-IF
                    END-IF
                END-PERFORM
                EXEC CICS ENDBR DATASET(WS-CUSTREL-DD) END-EXEC
            END-IF.

      * THIS CUSTOMER'S RECORD FIRST, THEN THE OTHER CUSTOMER'S
      * MIRROR WITH THE NUMBERS SWAPPED AND THE ROLE TURNED ROUND. IF
      * THE MIRROR CANNOT BE WRITTEN THE FIRST RECORD IS TAKEN BACK
      * OUT, SO THE FILE NEVER HOLDS ONE SIDE ALONE.
        WRITE-RELATIONSHIP-PAIR.
            MOVE XCA-CUST-NUMBER TO CRL-CUST-NUMBER
            MOVE WS-IN-OTHER-N   TO CRL-RELATED-NUMBER
            MOVE WS-IN-TYPE      TO CRL-TYPE
            MOVE WS-IN-START-N   TO CRL-START
            MOVE WS-IN-ROLE      TO CRL-ROLE
            IF WS-IN-END = SPACES
                MOVE 0 TO CRL-END
            ELSE
                MOVE WS-IN-END-N TO CRL-END
            END-IF
            MOVE WS-IN-DOC-REF   TO CRL-DOC-REF
            MOVE EIBOPID         TO CRL-OPID
            MOVE WS-TODAY        TO CRL-UPD-DATE
            EXEC CICS WRITE DATASET(WS-CUSTREL-DD)
                FROM(CRL-RECORD)
                RIDFLD(CRL-KEY)
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(DUPREC)
                MOVE 'THAT RELATIONSHIP ALREADY STARTS THAT DAY'
                     TO WS-RESULT-MSG
            ELSE
            IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE 'CUSTREL WRITE FAILED' TO WS-RESULT-MSG
            ELSE
                MOVE WS-IN-OTHER-N   TO CRL-CUST-NUMBER
                MOVE XCA-CUST-NUMBER TO CRL-RELATED-NUMBER
                PERFORM TURN-ROLE-ROUND
                EXEC CICS WRITE DATASET(WS-CUSTREL-DD)
                    FROM(CRL-RECORD)
                    RIDFLD(CRL-KEY)
                    RESP(WS-RESP)
                END-EXEC
                IF WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE XCA-CUST-NUMBER TO CRL-CUST-NUMBER
                    MOVE WS-IN-OTHER-N   TO CRL-RELATED-NUMBER
                    EXEC CICS DELETE DATASET(WS-CUSTREL-DD)
                        RIDFLD(CRL-KEY)
                        RESP(WS-RESP)
                    END-EXEC
                    MOVE 'CUSTREL WRITE FAILED ON THE OTHER SIDE'
                         TO WS-RESULT-MSG
                ELSE
                    MOVE 'RELATIONSHIP ADDED' TO WS-RESULT-MSG
                END-IF
            END-IF
            END-IF.

        TURN-ROLE-ROUND.
            EVALUATE TRUE
                WHEN CRL-ACTS-FOR-RELATED
                    SET CRL-RELATED-ACTS-FOR TO TRUE
                WHEN CRL-RELATED-ACTS-FOR
                    SET CRL-ACTS-FOR-RELATED TO TRUE
                WHEN OTHER
                    CONTINUE
            END-EVALUATE.

      * ENDING A RELATIONSHIP DATES BOTH SIDES - THE RECORDS STAY ON
      * FILE AS ENDED. A BLANK END DATE ENDS IT TODAY; AN END ON OR
      * BEFORE ITS OWN START IS REFUSED, AS IT WOULD NEVER HAVE
      * APPLIED.
        END-RELATIONSHIP.
            MOVE XCA-CUST-NUMBER TO CRL-CUST-NUMBER
            MOVE WS-IN-OTHER-N   TO CRL-RELATED-NUMBER
            MOVE WS-IN-TYPE      TO CRL-TYPE
            MOVE WS-IN-START-N   TO CRL-START
            EXEC CICS READ DATASET(WS-CUSTREL-DD)
                INTO(CRL-RECORD)
                RIDFLD(CRL-KEY)
                UPDATE
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE 'NO SUCH RELATIONSHIP STARTS THAT DAY'
                     TO WS-RESULT-MSG
            ELSE
                IF WS-IN-END = SPACES
                    MOVE WS-TODAY TO WS-IN-END-N
                END-IF
                IF NOT CRL-OPEN-ENDED AND CRL-END <= WS-IN-END-N
                    EXEC CICS UNLOCK DATASET(WS-CUSTREL-DD) END-EXEC
                    MOVE 'RELATIONSHIP ALREADY ENDED BY THAT DATE'
                         TO WS-RESULT-MSG
                ELSE
                IF WS-IN-END-N <= CRL-START
                    EXEC CICS UNLOCK DATASET(WS-CUSTREL-DD) END-EXEC
                    MOVE 'END DATE MUST BE AFTER THE START DATE'
                         TO WS-RESULT-MSG
                ELSE
                    MOVE WS-IN-END-N TO CRL-END
                    MOVE EIBOPID  TO CRL-OPID
                    MOVE WS-TODAY TO CRL-UPD-DATE
                    EXEC CICS REWRITE DATASET(WS-CUSTREL-DD)
                        FROM(CRL-RECORD)
                        RESP(WS-RESP)
                    END-EXEC
                    IF WS-RESP NOT = DFHRESP(NORMAL)
                        MOVE 'CUSTREL REWRITE FAILED'
                             TO WS-RESULT-MSG
                    ELSE
                        PERFORM END-MIRROR-RELATIONSHIP
                        MOVE 'RELATIONSHIP ENDED' TO WS-RESULT-MSG
                    END-IF
                END-IF
                END-IF
            END-IF.

        END-MIRROR-RELATIONSHIP.
            MOVE WS-IN-OTHER-N   TO CRL-CUST-NUMBER
            MOVE XCA-CUST-NUMBER TO CRL-RELATED-NUMBER
            MOVE WS-IN-TYPE      TO CRL-TYPE
            MOVE WS-IN-START-N   TO CRL-START
            EXEC CICS READ DATASET(WS-CUSTREL-DD)
                INTO(CRL-RECORD)
                RIDFLD(CRL-KEY)
                UPDATE
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NORMAL)
                MOVE WS-IN-END-N TO CRL-END
                MOVE EIBOPID  TO CRL-OPID
                MOVE WS-TODAY TO CRL-UPD-DATE
                EXEC CICS REWRITE DATASET(WS-CUSTREL-DD)
                    FROM(CRL-RECORD)
                    RESP(WS-RESP)
                END-EXEC
            END-IF.
