      *****************************************************************
      * Author.  Maintenance team, following the CUSTFLGM/CASEMNT
      *          style
      * Remarks. Supervisor broadcast bulletins (BULLETIN). When
      *          CUSTFIL is slow, a policy changes or the day-close is
      *          coming early, a supervisor posts a bulletin here and
      *          it appears on the message line of the GUI6, GUI6B and
      *          GUI6P initial screens of every operator it targets,
      *          through the shared BULLCHK check. A high-priority
      *          bulletin carries a PF1 prompt until the operator
      *          acknowledges it, and each acknowledgment is logged to
      *          BULLACK with the opid, terminal and time. Only an
      *          active 'S'-level OPERPROF supervisor may use this,
      *          and adding or ending a bulletin is held to their own
      *          working hours (shared SIGNCHK check).
      *            ADD  - priority H=HIGH (ACKNOWLEDGE) or N=NORMAL,
      *                   an end, a target and the text are required;
      *                   a blank start means now. Target A=ALL
      *                   OPERATORS, L=ONE AUTHORITY LEVEL (O/C/S in
      *                   col 35), T=TERMINALS (up to 5 OPERPROF-style
      *                   patterns in col 35-54, '*' matching the rest
      *                   of the ID). The number comes from SEQGEN.
      *            END  - ends the bulletin now; it stays on file so
      *                   its acknowledgments can still be listed.
      *            LIST - up to 10 bulletins in force or still to
      *                   come ('A' in col 9 lists ended ones too).
      *            WHO  - for one bulletin, up to 10 active operators
      *                   it targets who have NOT acknowledged it,
      *                   with targeted/seen/not-seen counts ('Y' in
      *                   col 9 lists who HAS, with when and where).
      *                   Who a terminal bulletin reached depends on
      *                   where operators sat, so only the 'Y' view
      *                   is offered for one.
      *          Plain-text screen like CASEMNT, no BMS map. The
      *          supervisor keys one line:
      *            col 1     ACTION A=ADD E=END L=LIST W=WHO
      *            col 2-8   BULLETIN NUMBER (END, WHO)
      *            col 9     PRIORITY H/N (ADD), VIEW A=ALL (LIST)
      *                      OR VIEW Y=SEEN (WHO)
      *            col 10-21 START CCYYMMDDHHMM (ADD, BLANK = NOW)
      *            col 22-33 END CCYYMMDDHHMM (ADD)
      *            col 34    TARGET A/L/T (ADD)
      *            col 35-54 LEVEL (L) OR 5 TERMINAL PATTERNS (T)
      *            col 55-80 TEXT (26)
      *****************************************************************
      * 10/15/26 RPI 2262 INITIAL CODING
      *****************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. BULLMNT.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
        COPY BULLETIN.
        COPY BULLACK.
        COPY OPERPROF.
        COPY SIGNCHK.
        COPY SEQGEN.

        01  WS-RESP               PIC S9(8) COMP.
        01  WS-ACK-RESP           PIC S9(8) COMP.
        01  WS-MATCH-CNT          PIC 9(2) VALUE 0.
        01  WS-SEND-LEN           PIC 9(4) COMP.
        01  WS-SUB                PIC 9.
        01  WS-PAT-CNT            PIC 9.
        01  WS-NOW.
            02  WS-TODAY          PIC 9(8).
            02  WS-NOW-TIME       PIC 9(6).
            02  WS-NOW-TIME-R REDEFINES WS-NOW-TIME.
                03  WS-NOW-HHMM   PIC 9(4).
                03  WS-NOW-SS     PIC 9(2).
        01  WS-NOW-STAMP          PIC 9(12).
        01  WS-TARGETED-CNT       PIC 9(4) VALUE 0.
        01  WS-SEEN-CNT           PIC 9(4) VALUE 0.
        01  WS-NOT-SEEN-CNT       PIC 9(4) VALUE 0.
        01  WS-ACK-CNT            PIC 9(4) VALUE 0.
        01  WS-ACKED-SW           PIC X.
            88  WS-OPER-ACKED           VALUE 'Y'.

      * ONE CCYYMMDDHHMM STAMP KEYED ON THE LINE, BROKEN OUT FOR EDIT
        01  WS-STAMP-IN           PIC X(12).
        01  WS-STAMP              PIC 9(12).
        01  WS-STAMP-R REDEFINES WS-STAMP.
            02  WS-STAMP-DATE     PIC 9(8).
            02  WS-STAMP-HH       PIC 9(2).
            02  WS-STAMP-MM       PIC 9(2).
        01  WS-STAMP-SW           PIC X.
            88  WS-STAMP-VALID          VALUE 'Y'.
        01  WS-START-STAMP        PIC 9(12).
        01  WS-END-STAMP          PIC 9(12).

        01  WS-BULL-INPUT.
            02  WS-IN-ACTION          PIC X(1).
                88  WS-IN-ADD               VALUE 'A'.
                88  WS-IN-END               VALUE 'E'.
                88  WS-IN-LIST              VALUE 'L'.
                88  WS-IN-WHO               VALUE 'W'.
            02  WS-IN-NUMBER          PIC X(7).
            02  WS-IN-CODE            PIC X(1).
            02  WS-IN-START           PIC X(12).
            02  WS-IN-END-AT          PIC X(12).
            02  WS-IN-TARGET          PIC X(1).
            02  WS-IN-TARGET-DATA.
                03  WS-IN-TERM        PIC X(4) OCCURS 5 TIMES.
            02  WS-IN-TEXT            PIC X(26).

        01  WS-PROMPT.
            02  FILLER PIC X(40) VALUE
                'KEY A/E/L/W, BULLETIN NO(7), PRIORITY H/'.
            02  FILLER PIC X(40) VALUE
                'N OR VIEW A/Y, START AND END CCYYMMDDHHM'.
            02  FILLER PIC X(40) VALUE
                'M, TARGET A/L/T, LEVEL OR 5 TERMINALS(20'.
            02  FILLER PIC X(40) VALUE
                '), TEXT(26), THEN ENTER'.

        01  WS-RESULT-MSG         PIC X(50) VALUE SPACES.

        01  WS-LIST-HDG.
            02  FILLER PIC X(8)  VALUE 'BULLETIN'.
            02  FILLER PIC X(2)  VALUE 'P'.
            02  FILLER PIC X(13) VALUE 'START'.
            02  FILLER PIC X(13) VALUE 'END'.
            02  FILLER PIC X(2)  VALUE 'T'.
            02  FILLER PIC X(4)  VALUE 'BY'.
            02  FILLER PIC X(26) VALUE 'TEXT'.

        01  WS-LIST-LINE.
            02  LST-NUMBER        PIC 9(7).
            02  FILLER            PIC X(1) VALUE SPACE.
            02  LST-PRIORITY      PIC X.
            02  FILLER            PIC X(1) VALUE SPACE.
            02  LST-START         PIC 9(12).
            02  FILLER            PIC X(1) VALUE SPACE.
            02  LST-END           PIC 9(12).
            02  FILLER            PIC X(1) VALUE SPACE.
            02  LST-TARGET        PIC X.
            02  FILLER            PIC X(1) VALUE SPACE.
            02  LST-SET-OPID      PIC X(3).
            02  FILLER            PIC X(1) VALUE SPACE.
            02  LST-TEXT          PIC X(26).

        01  WS-WHO-HDG.
            02  FILLER            PIC X(9)  VALUE 'BULLETIN '.
            02  WHO-NUMBER        PIC 9(7).
            02  FILLER            PIC X(11) VALUE ' TARGETED='.
            02  WHO-TARGETED      PIC ZZZ9.
            02  FILLER            PIC X(7)  VALUE ' SEEN='.
            02  WHO-SEEN          PIC ZZZ9.
            02  FILLER            PIC X(11) VALUE ' NOT SEEN='.
            02  WHO-NOT-SEEN      PIC ZZZ9.

        01  WS-SEEN-HDG.
            02  FILLER            PIC X(9)  VALUE 'BULLETIN '.
            02  SEEN-NUMBER       PIC 9(7).
            02  FILLER            PIC X(18) VALUE
                ' ACKNOWLEDGMENTS='.
            02  SEEN-CNT          PIC ZZZ9.

        01  WS-OPER-LINE.
            02  OPL-OPID          PIC X(3).
            02  FILLER            PIC X(1) VALUE SPACE.
            02  OPL-NAME          PIC X(20).
            02  FILLER            PIC X(1) VALUE SPACE.
            02  OPL-LEVEL         PIC X.

        01  WS-ACK-LINE.
            02  ACL-OPID          PIC X(3).
            02  FILLER            PIC X(1) VALUE SPACE.
            02  ACL-DATE          PIC 9(8).
            02  FILLER            PIC X(1) VALUE SPACE.
            02  ACL-TIME          PIC 9(6).
            02  FILLER            PIC X(1) VALUE SPACE.
            02  ACL-TRMID         PIC X(4).
            02  FILLER            PIC X(1) VALUE SPACE.
            02  ACL-TRNID         PIC X(4).

        01  WS-NO-MATCH-MSG.
            02  FILLER PIC X(26) VALUE
                'NO BULLETINS TO LIST'.

        01  WS-OUT-AREA.
            02  OUT-HDG           PIC X(80).
            02  OUT-LINE OCCURS 10 TIMES PIC X(80).

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            IF EIBCALEN = 0
                PERFORM SEND-BULLETIN-PROMPT
            ELSE
                PERFORM RECEIVE-AND-MAINTAIN.

            EXEC CICS RETURN END-EXEC.

        SEND-BULLETIN-PROMPT.
            EXEC CICS SEND FROM(WS-PROMPT) LENGTH(160) ERASE END-EXEC.

        RECEIVE-AND-MAINTAIN.
            MOVE SPACES TO WS-BULL-INPUT
            EXEC CICS RECEIVE
                INTO(WS-BULL-INPUT)
                LENGTH(80)
                RESP(WS-RESP)
            END-EXEC
            MOVE SPACES TO WS-RESULT-MSG
            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW
            COMPUTE WS-NOW-STAMP =
                WS-TODAY * 10000 + WS-NOW-HHMM
            PERFORM CHECK-MAINTAINING-SUPERVISOR
            IF WS-RESULT-MSG = SPACES
                IF WS-IN-LIST
                    PERFORM LIST-BULLETINS
                    EXEC CICS RETURN END-EXEC
                END-IF
                IF WS-IN-WHO
                    PERFORM LIST-WHO-HAS-SEEN
                    IF WS-RESULT-MSG = SPACES
                        EXEC CICS RETURN END-EXEC
                    END-IF
                END-IF
            END-IF
            IF WS-RESULT-MSG = SPACES
                PERFORM CHECK-SIGNON-WINDOW
                IF NOT SC-SIGNON-OK
                    MOVE SC-MESSAGE TO WS-RESULT-MSG
                END-IF
            END-IF
            IF WS-RESULT-MSG = SPACES
                IF WS-IN-ADD
                    PERFORM ADD-BULLETIN
                ELSE
                IF WS-IN-END
                    PERFORM END-BULLETIN
                ELSE
                    MOVE 'ACTION MUST BE A, E, L OR W' TO WS-RESULT-MSG
                END-IF
                END-IF
            END-IF
            EXEC CICS SEND FROM(WS-RESULT-MSG) LENGTH(50) ERASE
                END-EXEC.

      * ONLY AN ACTIVE SUPERVISOR-LEVEL OPERPROF PROFILE MAY POST,
      * END OR REVIEW BULLETINS
        CHECK-MAINTAINING-SUPERVISOR.
            MOVE EIBOPID TO OP-OPID
            EXEC CICS READ DATASET('OPERPROF')
                INTO(OPERPROF-RECORD)
                RIDFLD(OP-KEY)
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP NOT = DFHRESP(NORMAL)
                    OR NOT OP-IS-ACTIVE
                    OR NOT OP-LEVEL-SUPERVISOR
                MOVE 'ONLY AN ACTIVE SUPERVISOR MAY POST BULLETINS'
                     TO WS-RESULT-MSG
            END-IF.

      * NO BULLETIN POSTED OR ENDED OUTSIDE THE SUPERVISOR'S
      * PERMITTED HOURS OR FROM A TERMINAL OFF THEIR OPERPROF LIST -
      * THE SHARED SIGNCHK CHECK BUILDS THE MESSAGE AND LOGS THE
      * REFUSAL TO SREJ
        CHECK-SIGNON-WINDOW.
            MOVE EIBOPID  TO SC-OPID
            MOVE EIBTRMID TO SC-TRMID
            MOVE EIBTRNID TO SC-TRNID
            MOVE EIBDATE  TO SC-DATE
            MOVE EIBTIME  TO SC-TIME
            MOVE 'Y'      TO SC-LOG-SW
            MOVE 'N'      TO SC-DAY-CHECK-SW
            CALL 'SIGNCHK' USING SIGNCHK-PARMS.

        ADD-BULLETIN.
            MOVE SPACES TO BUL-RECORD
            MOVE WS-IN-CODE TO BUL-PRIORITY
            IF NOT BUL-VALID-PRIORITY
                MOVE 'PRIORITY MUST BE H OR N' TO WS-RESULT-MSG
            ELSE
                PERFORM EDIT-START-AND-END
            END-IF
            IF WS-RESULT-MSG = SPACES
                PERFORM EDIT-BULLETIN-TARGET
            END-IF
            IF WS-RESULT-MSG = SPACES AND WS-IN-TEXT = SPACES
                MOVE 'BULLETIN TEXT IS REQUIRED' TO WS-RESULT-MSG
            END-IF
            IF WS-RESULT-MSG = SPACES
                PERFORM WRITE-NEW-BULLETIN
            END-IF.

      * A BLANK START IS NOW. THE END IS REQUIRED, MUST BE AFTER THE
      * START AND MUST NOT ALREADY HAVE PASSED
        EDIT-START-AND-END.
            IF WS-IN-START = SPACES
                MOVE WS-NOW-STAMP TO WS-START-STAMP
            ELSE
                MOVE WS-IN-START TO WS-STAMP-IN
                PERFORM EDIT-ONE-STAMP
                IF NOT WS-STAMP-VALID
                    MOVE 'START MUST BE A VALID CCYYMMDDHHMM'
                         TO WS-RESULT-MSG
                ELSE
                    MOVE WS-STAMP TO WS-START-STAMP
                END-IF
            END-IF
            IF WS-RESULT-MSG = SPACES
                MOVE WS-IN-END-AT TO WS-STAMP-IN
                PERFORM EDIT-ONE-STAMP
                IF NOT WS-STAMP-VALID
                    MOVE 'END MUST BE A VALID CCYYMMDDHHMM'
                         TO WS-RESULT-MSG
                ELSE
                    MOVE WS-STAMP TO WS-END-STAMP
                    IF WS-END-STAMP NOT > WS-START-STAMP
                        MOVE 'END MUST BE LATER THAN THE START'
                             TO WS-RESULT-MSG
                    ELSE
                    IF WS-END-STAMP < WS-NOW-STAMP
                        MOVE 'END HAS ALREADY PASSED' TO WS-RESULT-MSG
                    END-IF
                    END-IF
                END-IF
            END-IF.

        EDIT-ONE-STAMP.
            MOVE 'N' TO WS-STAMP-SW
            IF WS-STAMP-IN IS NUMERIC
                MOVE WS-STAMP-IN TO WS-STAMP
                IF FUNCTION TEST-DATE-YYYYMMDD(WS-STAMP-DATE) = 0
                        AND WS-STAMP-HH <= 23
                        AND WS-STAMP-MM <= 59
                    SET WS-STAMP-VALID TO TRUE
                END-IF
            END-IF.

      * A LEVEL BULLETIN NAMES ONE OPERPROF AUTHORITY LEVEL IN THE
      * FIRST TARGET COLUMN; A TERMINAL BULLETIN NEEDS AT LEAST ONE
      * PATTERN
        EDIT-BULLETIN-TARGET.
            MOVE WS-IN-TARGET TO BUL-TARGET-TYPE
            IF NOT BUL-VALID-TARGET
                MOVE 'TARGET MUST BE A, L OR T' TO WS-RESULT-MSG
            ELSE
            IF BUL-TO-LEVEL
                IF WS-IN-TARGET-DATA(1:1) NOT = 'O'
                        AND WS-IN-TARGET-DATA(1:1) NOT = 'C'
                        AND WS-IN-TARGET-DATA(1:1) NOT = 'S'
                    MOVE 'LEVEL MUST BE O, C OR S' TO WS-RESULT-MSG
                ELSE
                    MOVE WS-IN-TARGET-DATA(1:1) TO BUL-TARGET-LEVEL
                END-IF
            ELSE
            IF BUL-TO-TERMINALS
                MOVE 0 TO WS-PAT-CNT
                PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 5
                    MOVE WS-IN-TERM(WS-SUB) TO BUL-TARGET-TERM(WS-SUB)
                    IF WS-IN-TERM(WS-SUB) NOT = SPACES
                        ADD 1 TO WS-PAT-CNT
                    END-IF
                END-PERFORM
                IF WS-PAT-CNT = 0
                    MOVE 'KEY AT LEAST ONE TERMINAL PATTERN'
                         TO WS-RESULT-MSG
                END-IF
            END-IF
            END-IF
            END-IF.

        WRITE-NEW-BULLETIN.
            MOVE 'BULLETIN' TO SG-DATASET
            CALL 'SEQGEN' USING SEQGEN-PARMS
            MOVE SG-NEXT-SEQNO  TO BUL-NUMBER
            MOVE WS-IN-TEXT     TO BUL-TEXT
            MOVE WS-START-STAMP TO BUL-START-STAMP
            MOVE WS-END-STAMP   TO BUL-END-STAMP
            MOVE EIBOPID        TO BUL-SET-OPID
            MOVE WS-TODAY       TO BUL-SET-DATE
            MOVE WS-NOW-TIME    TO BUL-SET-TIME
            MOVE SPACES         TO BUL-END-OPID
            EXEC CICS WRITE DATASET('BULLETIN')
                FROM(BUL-RECORD)
                RIDFLD(BUL-KEY)
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE 'BULLETIN WRITE FAILED' TO WS-RESULT-MSG
            ELSE
                STRING 'BULLETIN ' BUL-NUMBER ' POSTED UNTIL '
                    WS-IN-END-AT
                    DELIMITED BY SIZE INTO WS-RESULT-MSG
            END-IF.

      * THE END IS PULLED IN TO THIS MINUTE - BULLCHK STOPS SHOWING
      * IT FROM THE NEXT ONE. THE RECORD STAYS SO WHO SAW IT CAN
      * STILL BE LISTED.
        END-BULLETIN.
            IF WS-IN-NUMBER NOT NUMERIC
                MOVE 'BULLETIN NUMBER MUST BE 7 DIGITS'
                     TO WS-RESULT-MSG
            ELSE
                MOVE WS-IN-NUMBER TO BUL-NUMBER
                EXEC CICS READ DATASET('BULLETIN')
                    INTO(BUL-RECORD)
                    RIDFLD(BUL-KEY)
                    UPDATE
                    RESP(WS-RESP)
                END-EXEC
                IF WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE 'NO SUCH BULLETIN' TO WS-RESULT-MSG
                ELSE
                IF BUL-END-STAMP < WS-NOW-STAMP
                    EXEC CICS UNLOCK DATASET('BULLETIN') END-EXEC
                    MOVE 'BULLETIN HAS ALREADY ENDED' TO WS-RESULT-MSG
                ELSE
                    MOVE WS-NOW-STAMP TO BUL-END-STAMP
                    MOVE EIBOPID      TO BUL-END-OPID
                    EXEC CICS REWRITE DATASET('BULLETIN')
                        FROM(BUL-RECORD)
                        RESP(WS-RESP)
                    END-EXEC
                    IF WS-RESP NOT = DFHRESP(NORMAL)
                        MOVE 'BULLETIN UPDATE FAILED' TO WS-RESULT-MSG
                    ELSE
                        STRING 'BULLETIN ' BUL-NUMBER ' ENDED'
                            DELIMITED BY SIZE INTO WS-RESULT-MSG
                    END-IF
                END-IF
                END-IF
            END-IF.

      * BROWSE BULLETIN FROM THE LOWEST NUMBER - OLDEST FIRST -
      * LISTING UP TO 10 IN FORCE OR STILL TO COME ('A' LISTS THE
      * ENDED ONES TOO)
        LIST-BULLETINS.
            MOVE 0 TO WS-MATCH-CNT
            MOVE LOW-VALUES TO WS-OUT-AREA
            MOVE LOW-VALUES TO BUL-KEY
            EXEC CICS STARTBR DATASET('BULLETIN')
                RIDFLD(BUL-KEY)
                GTEQ
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NORMAL)
                PERFORM UNTIL WS-MATCH-CNT >= 10
                        OR WS-RESP NOT = DFHRESP(NORMAL)
                    EXEC CICS READNEXT DATASET('BULLETIN')
                        INTO(BUL-RECORD)
                        RIDFLD(BUL-KEY)
                        RESP(WS-RESP)
                    END-EXEC
                    IF WS-RESP = DFHRESP(NORMAL)
                        IF WS-IN-CODE = 'A'
                                OR BUL-END-STAMP >= WS-NOW-STAMP
                            ADD 1 TO WS-MATCH-CNT
                            PERFORM FORMAT-BULLETIN-LINE
                        END-IF
                    END-IF
                END-PERFORM
                EXEC CICS ENDBR DATASET('BULLETIN') END-EXEC
            END-IF
            MOVE WS-LIST-HDG TO OUT-HDG
            IF WS-MATCH-CNT = 0
                MOVE WS-NO-MATCH-MSG TO OUT-LINE(1)
                MOVE 1 TO WS-MATCH-CNT
            END-IF
            PERFORM SEND-OUT-AREA.

        FORMAT-BULLETIN-LINE.
            MOVE BUL-NUMBER      TO LST-NUMBER
            MOVE BUL-PRIORITY    TO LST-PRIORITY
            MOVE BUL-START-STAMP TO LST-START
            MOVE BUL-END-STAMP   TO LST-END
            MOVE BUL-TARGET-TYPE TO LST-TARGET
            MOVE BUL-SET-OPID    TO LST-SET-OPID
            MOVE BUL-TEXT        TO LST-TEXT
            MOVE WS-LIST-LINE TO OUT-LINE(WS-MATCH-CNT).

      * WHO HAS AND HAS NOT SEEN ONE BULLETIN. 'Y' BROWSES BULLACK
      * ON THE BULLETIN NUMBER; OTHERWISE EVERY ACTIVE OPERPROF
      * OPERATOR THE BULLETIN TARGETS IS CHECKED AGAINST BULLACK AND
      * THE FIRST 10 WHO HAVE NOT ACKNOWLEDGED ARE LISTED
        LIST-WHO-HAS-SEEN.
            IF WS-IN-NUMBER NOT NUMERIC
                MOVE 'BULLETIN NUMBER MUST BE 7 DIGITS'
                     TO WS-RESULT-MSG
            ELSE
                MOVE WS-IN-NUMBER TO BUL-NUMBER
                EXEC CICS READ DATASET('BULLETIN')
                    INTO(BUL-RECORD)
                    RIDFLD(BUL-KEY)
                    RESP(WS-RESP)
                END-EXEC
                IF WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE 'NO SUCH BULLETIN' TO WS-RESULT-MSG
                ELSE
                IF WS-IN-CODE = 'Y'
                    PERFORM LIST-ACKNOWLEDGMENTS
                ELSE
                IF BUL-TO-TERMINALS
                    MOVE 'TERMINAL BULLETIN - KEY Y TO LIST WHO SAW IT'
                         TO WS-RESULT-MSG
                ELSE
                    PERFORM LIST-NOT-SEEN
                END-IF
                END-IF
                END-IF
            END-IF.

        LIST-ACKNOWLEDGMENTS.
            MOVE 0 TO WS-MATCH-CNT
            MOVE 0 TO WS-ACK-CNT
            MOVE LOW-VALUES TO WS-OUT-AREA
            MOVE BUL-NUMBER TO BAK-BUL-NUMBER
            MOVE LOW-VALUES TO BAK-OPID
            MOVE 0          TO BAK-DATE
            MOVE 0          TO BAK-TIME
            EXEC CICS STARTBR DATASET('BULLACK')
                RIDFLD(BAK-KEY)
                GTEQ
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NORMAL)
                PERFORM UNTIL WS-RESP NOT = DFHRESP(NORMAL)
                    EXEC CICS READNEXT DATASET('BULLACK')
                        INTO(BAK-RECORD)
                        RIDFLD(BAK-KEY)
                        RESP(WS-RESP)
                    END-EXEC
                    IF WS-RESP = DFHRESP(NORMAL)
                        IF BAK-BUL-NUMBER NOT = BUL-NUMBER
                            MOVE DFHRESP(ENDFILE) TO WS-RESP
                        ELSE
                            ADD 1 TO WS-ACK-CNT
                            IF WS-MATCH-CNT < 10
                                ADD 1 TO WS-MATCH-CNT
                                PERFORM FORMAT-ACK-LINE
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM
                EXEC CICS ENDBR DATASET('BULLACK') END-EXEC
            END-IF
            MOVE BUL-NUMBER TO SEEN-NUMBER
            MOVE WS-ACK-CNT TO SEEN-CNT
            MOVE WS-SEEN-HDG TO OUT-HDG
            PERFORM SEND-OUT-AREA.

        FORMAT-ACK-LINE.
            MOVE BAK-OPID  TO ACL-OPID
            MOVE BAK-DATE  TO ACL-DATE
            MOVE BAK-TIME  TO ACL-TIME
            MOVE BAK-TRMID TO ACL-TRMID
            MOVE BAK-TRNID TO ACL-TRNID
            MOVE WS-ACK-LINE TO OUT-LINE(WS-MATCH-CNT).

        LIST-NOT-SEEN.
            MOVE 0 TO WS-MATCH-CNT
            MOVE 0 TO WS-TARGETED-CNT
            MOVE 0 TO WS-SEEN-CNT
            MOVE 0 TO WS-NOT-SEEN-CNT
            MOVE LOW-VALUES TO WS-OUT-AREA
            MOVE LOW-VALUES TO OP-KEY
            EXEC CICS STARTBR DATASET('OPERPROF')
                RIDFLD(OP-KEY)
                GTEQ
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NORMAL)
                PERFORM UNTIL WS-RESP NOT = DFHRESP(NORMAL)
                    EXEC CICS READNEXT DATASET('OPERPROF')
                        INTO(OPERPROF-RECORD)
                        RIDFLD(OP-KEY)
                        RESP(WS-RESP)
                    END-EXEC
                    IF WS-RESP = DFHRESP(NORMAL) AND OP-IS-ACTIVE
                        IF BUL-TO-ALL
                                OR OP-AUTH-LEVEL = BUL-TARGET-LEVEL
                            ADD 1 TO WS-TARGETED-CNT
                            PERFORM CHECK-OPERATOR-ACKED
                            IF WS-OPER-ACKED
                                ADD 1 TO WS-SEEN-CNT
                            ELSE
                                ADD 1 TO WS-NOT-SEEN-CNT
                                IF WS-MATCH-CNT < 10
                                    ADD 1 TO WS-MATCH-CNT
                                    PERFORM FORMAT-OPER-LINE
                                END-IF
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM
                EXEC CICS ENDBR DATASET('OPERPROF') END-EXEC
            END-IF
            MOVE BUL-NUMBER      TO WHO-NUMBER
            MOVE WS-TARGETED-CNT TO WHO-TARGETED
            MOVE WS-SEEN-CNT     TO WHO-SEEN
            MOVE WS-NOT-SEEN-CNT TO WHO-NOT-SEEN
            MOVE WS-WHO-HDG TO OUT-HDG
            PERFORM SEND-OUT-AREA.

      * THE SAME POSITIONED READ BULLCHK USES - ANY BULLACK RECORD
      * FOR THIS BULLETIN AND OPERATOR IS AN ACKNOWLEDGMENT
        CHECK-OPERATOR-ACKED.
            MOVE 'N'        TO WS-ACKED-SW
            MOVE BUL-NUMBER TO BAK-BUL-NUMBER
            MOVE OP-OPID    TO BAK-OPID
            MOVE 0          TO BAK-DATE
            MOVE 0          TO BAK-TIME
            EXEC CICS READ DATASET('BULLACK')
                INTO(BAK-RECORD)
                RIDFLD(BAK-KEY)
                GTEQ
                RESP(WS-ACK-RESP)
            END-EXEC
            IF WS-ACK-RESP = DFHRESP(NORMAL)
                    AND BAK-BUL-NUMBER = BUL-NUMBER
                    AND BAK-OPID = OP-OPID
                SET WS-OPER-ACKED TO TRUE
            END-IF.

        FORMAT-OPER-LINE.
            MOVE OP-OPID       TO OPL-OPID
            MOVE OP-NAME       TO OPL-NAME
            MOVE OP-AUTH-LEVEL TO OPL-LEVEL
            MOVE WS-OPER-LINE TO OUT-LINE(WS-MATCH-CNT).

        SEND-OUT-AREA.
            COMPUTE WS-SEND-LEN = 80 + (WS-MATCH-CNT * 80)
            EXEC CICS SEND FROM(WS-OUT-AREA) LENGTH(WS-SEND-LEN)
                ERASE
            END-EXEC.
