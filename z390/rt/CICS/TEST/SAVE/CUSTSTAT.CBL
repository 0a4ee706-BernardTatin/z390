      *          account can be marked inactive, deceased or
      *          do-not-contact instead of looking like every other
      *          live customer - this is the transaction that sets it.
      *          The operator keys the customer number (or the 40-byte
      *          customer name) plus the new status (A=ACTIVE,
      *          I=INACTIVE, D=DECEASED, N=DO-NOT-CONTACT); the
      *          change is applied to CUSTFIL
      *          and logged to GUI6HIST as its own 'S' change type
      *          with the old and new status, so a status change goes
      *          through the same history trail as any other field
      *          change and rides the nightly GUI6EXT extract. Plain-
      *          text screen like TESTBECQ, no BMS map. The first
      *          Enter only shows the customer's current status and
      *          who last changed the record; the change is applied on
      *          the next Enter, and only if the record is still what
      *          was shown (shared CUSTVER rule). Keying a different
      *          name or status instead of confirming starts over.
      *****************************************************************
      * 09/01/26 RPI 2170 INITIAL CODING
      * 10/15/26 RPI 2229 A STATUS CHANGE IS REFUSED OUTSIDE THE
      *                   OPERATOR'S OPERPROF WORKING HOURS OR FROM A
      *                   TERMINAL NOT ON THEIR ALLOWED LIST (SHARED
      *                   SIGNCHK CHECK, REFUSALS LOGGED TO SREJ)
      * 10/15/26 RPI 2231 TWO-STEP SHOW-THEN-CONFIRM - THE RECORD SHOWN
      *                   RIDES THE COMMAREA AND IS CHECKED AGAINST
      *                   CUSTFIL BEFORE THE REWRITE (SHARED CUSTVER
      *                   RULE); A RECORD CHANGED IN BETWEEN IS NOT
      *                   OVERWRITTEN, THE CURRENT STATUS AND WHO
      *                   CHANGED IT ARE SHOWN INSTEAD. THE REWRITE IS
      *                   STAMPED WITH THE OPERATOR AND TIME
      * 10/15/26 RPI 2232 THE CUSTOMER MAY BE KEYED BY PERMANENT
      *                   CUSTOMER NUMBER OR BY NAME (CUSTNAME PATH);
      *                   THE COMMAREA CARRIES THE NUMBER, AND THE
      *                   HISTORY AND JOURNAL RECORDS ARE STAMPED
      *                   WITH IT
      * 10/15/26 RPI 2234 MARKING A CUSTOMER DECEASED NOW LISTS EVERY
      *                   RELATED PARTY AFFECTED - EACH ACTIVE JOINT
      *                   HOLDER, GUARDIAN OR POWER-OF-ATTORNEY
      *                   RELATIONSHIP ON CUSTREL (SHARED RELLIST
      *                   LOOKUP) - UNDER THE RESULT MESSAGE
      * 10/15/26 RPI 2240 THE SHARED HISTAIX SUBPROGRAM SETS THE NEW
      *                   GUI6HIST ALTERNATE KEYS (CUSTOMER NUMBER AND
      *                   OLD/NEW NAME, EACH PLUS DATE AND TIME) BEFORE
      *                   EVERY WRITE OR REWRITE
      * 10/15/26 RPI 2255 A STATUS CHANGE IS REFUSED WITH BUSINESS DAY
      *                   CLOSED AFTER THE DAYCTL DAY-CLOSE CUTOFF
      *                   UNTIL DAYCTL OPENS THE DAY (SHARED SIGNCHK
      *                   CHECK)
      *****************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CUSTSTAT.
        COPY GUI6HIST.
        COPY CUSTJRNL.
        COPY SEQGEN.
        COPY SIGNCHK.
        COPY CUSTVER.
        COPY RELLIST.

        01  WS-RESP               PIC S9(8) COMP.
        01  WS-OLD-STATUS         PIC X.
        01  WS-SHOW-STATUS        PIC X.
        01  WS-SHOW-OPID          PIC X(3).
        01  WS-CONFIRM-SW         PIC X VALUE 'N'.
            88  WS-CONFIRM-PENDING      VALUE 'Y'.
        01  WS-SAME-CUST-SW       PIC X VALUE 'N'.
            88  WS-SAME-CUSTOMER        VALUE 'Y'.

      * THE CUSTOMER AND STATUS KEYED, AND THE CUST-RECORD SHOWN TO
      * THE OPERATOR, CARRIED TO THE CONFIRMING ENTER
        01  WS-OUT-COMMAREA.
            02  OUT-CS-MODE         PIC X(1).
            02  OUT-CS-CUST-KEY.
                03  OUT-CS-CUST-NUMBER PIC 9(7).
                03  FILLER             PIC X(33).
            02  OUT-CS-STATUS       PIC X(1).
            02  OUT-CS-SHOWN-IMAGE  PIC X(110).

        01  WS-MAINT-INPUT.
            02  WS-IN-CUST-NAME       PIC X(40).

        01  WS-PROMPT.
            02  FILLER PIC X(46) VALUE
                'KEY CUSTOMER NUMBER OR NAME, STATUS A/I/D/N, '.
            02  FILLER PIC X(12) VALUE 'THEN ENTER  '.

        01  WS-RESULT-MSG         PIC X(50) VALUE SPACES.

      * A CUSTOMER MARKED DECEASED GETS THE RELATED PARTIES AFFECTED
      * LISTED UNDER THE RESULT MESSAGE, ONE 80-BYTE LINE EACH
        01  WS-RELATED-SW         PIC X VALUE 'N'.
            88  WS-RELATED-LISTED       VALUE 'Y'.
        01  WS-REL-SUB            PIC 9(2).
        01  WS-REL-CNT-ED         PIC ZZ9.
        01  WS-REL-SEND-LEN       PIC 9(4) COMP.
        01  WS-REL-OUT-AREA.
            02  OUT-REL-MSG       PIC X(80).
            02  OUT-REL-HDG       PIC X(80).
            02  OUT-REL-LINE OCCURS 20 TIMES PIC X(80).
        01  WS-REL-LINE.
            02  RLN-DESC          PIC X(12).
            02  FILLER            PIC X VALUE SPACE.
            02  RLN-OTHER         PIC 9(7).
            02  FILLER            PIC X VALUE SPACE.
            02  RLN-NAME          PIC X(40).
            02  FILLER            PIC X VALUE SPACE.
            02  RLN-DOC-REF       PIC X(18).

        LINKAGE SECTION.
        01  DFHCOMMAREA.
            02  CS-MODE             PIC X(1).
            02  CS-CUST-KEY.
                03  CS-CUST-NUMBER     PIC 9(7).
                03  FILLER             PIC X(33).
            02  CS-STATUS           PIC X(1).
            02  CS-SHOWN-IMAGE      PIC X(110).

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            IF EIBCALEN = 0
                PERFORM SEND-MAINT-PROMPT
            ELSE
            IF EIBCALEN >= 152 AND CS-MODE = 'V'
                PERFORM RECEIVE-AND-CONFIRM
            ELSE
                PERFORM RECEIVE-AND-SET-STATUS.

                LENGTH(41)
                RESP(WS-RESP)
            END-EXEC
            PERFORM EDIT-AND-SHOW-STATUS
            PERFORM SEND-RESULT.

      * SECOND ENTER - A BLANK OR UNCHANGED LINE CONFIRMS THE CHANGE
      * SHOWN LAST TIME, ANYTHING ELSE IS A NEW REQUEST
        RECEIVE-AND-CONFIRM.
            MOVE SPACES TO WS-MAINT-INPUT
            EXEC CICS RECEIVE
                INTO(WS-MAINT-INPUT)
                LENGTH(41)
                RESP(WS-RESP)
            END-EXEC
            PERFORM CHECK-SAME-CUSTOMER
            IF WS-MAINT-INPUT NOT = SPACES
                    AND (NOT WS-SAME-CUSTOMER
                         OR WS-IN-STATUS NOT = CS-STATUS)
                PERFORM EDIT-AND-SHOW-STATUS
            ELSE
                MOVE CS-STATUS    TO WS-IN-STATUS
                MOVE SPACES TO WS-RESULT-MSG
                PERFORM CHECK-SIGNON-WINDOW
                IF NOT SC-SIGNON-OK
                    MOVE SC-MESSAGE TO WS-RESULT-MSG
                ELSE
                    PERFORM APPLY-STATUS-CHANGE
                END-IF
            END-IF
            PERFORM SEND-RESULT.

      * THE CUSTOMER KEYED ON THE SECOND ENTER IS THE ONE SHOWN IF
      * IT IS THAT RECORD'S NUMBER OR ITS NAME
        CHECK-SAME-CUSTOMER.
            MOVE 'N' TO WS-SAME-CUST-SW
            MOVE CS-SHOWN-IMAGE TO CUST-RECORD
            IF WS-IN-CUST-NAME = CUST-NAME
                MOVE 'Y' TO WS-SAME-CUST-SW
            ELSE
            IF WS-IN-CUST-NAME(1:7) = CS-SHOWN-IMAGE(1:7)
                    AND WS-IN-CUST-NAME(8:33) = SPACES
                MOVE 'Y' TO WS-SAME-CUST-SW
            END-IF
            END-IF.

      * A CHANGE WAITING FOR ITS CONFIRMING ENTER KEEPS THE
      * CONVERSATION GOING - ANYTHING ELSE ENDS IT
        SEND-RESULT.
            IF WS-RELATED-LISTED
                MOVE WS-RESULT-MSG TO OUT-REL-MSG
                EXEC CICS SEND FROM(WS-REL-OUT-AREA)
                    LENGTH(WS-REL-SEND-LEN) ERASE
                END-EXEC
            ELSE
                EXEC CICS SEND FROM(WS-RESULT-MSG) LENGTH(50) ERASE
                    END-EXEC
            END-IF
            IF WS-CONFIRM-PENDING
                MOVE 'V'             TO OUT-CS-MODE
                MOVE SPACES          TO OUT-CS-CUST-KEY
                MOVE CUST-NUMBER     TO OUT-CS-CUST-NUMBER
                MOVE WS-IN-STATUS    TO OUT-CS-STATUS
                EXEC CICS RETURN TRANSID(EIBTRNID)
                    COMMAREA(WS-OUT-COMMAREA)
                    LENGTH(152)
                END-EXEC
            END-IF.

        EDIT-AND-SHOW-STATUS.
            MOVE SPACES TO WS-RESULT-MSG
            PERFORM CHECK-SIGNON-WINDOW
            IF NOT SC-SIGNON-OK
                MOVE SC-MESSAGE TO WS-RESULT-MSG
            ELSE
            IF WS-IN-CUST-NAME = SPACES
                MOVE 'A CUSTOMER NUMBER OR NAME IS REQUIRED'
                    TO WS-RESULT-MSG
            ELSE
            IF WS-IN-STATUS NOT = 'A' AND WS-IN-STATUS NOT = 'I'
                    AND WS-IN-STATUS NOT = 'D'
                    AND WS-IN-STATUS NOT = 'N'
                MOVE 'STATUS MUST BE A, I, D OR N' TO WS-RESULT-MSG
            ELSE
                PERFORM SHOW-STATUS-FOR-CONFIRM
            END-IF
            END-IF
            END-IF.

      * SHOW THE STATUS ON FILE AND WHO LAST CHANGED THE RECORD, AND
      * HOLD THE RECORD AS SHOWN FOR THE CONFIRMING ENTER
      * SEVEN DIGITS AND NOTHING AFTER IS A CUSTOMER NUMBER; ANYTHING
      * ELSE IS A NAME, FOUND THROUGH THE CUSTNAME PATH
        SHOW-STATUS-FOR-CONFIRM.
            IF WS-IN-CUST-NAME(1:7) IS NUMERIC
                    AND WS-IN-CUST-NAME(8:33) = SPACES
                MOVE WS-IN-CUST-NAME(1:7) TO CUST-NUMBER
                EXEC CICS READ DATASET('CUSTFIL')
                    INTO(CUST-RECORD)
                    RIDFLD(CUST-KEY)
                    RESP(WS-RESP)
                END-EXEC
            ELSE
                MOVE WS-IN-CUST-NAME TO CUST-NAME
                EXEC CICS READ DATASET('CUSTNAME')
                    INTO(CUST-RECORD)
                    RIDFLD(CUST-NAME)
                    RESP(WS-RESP)
                END-EXEC
            END-IF
            IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE 'CUSTOMER NOT ON FILE' TO WS-RESULT-MSG
            ELSE
                PERFORM SET-SHOW-FIELDS
                STRING 'STATUS NOW ' WS-SHOW-STATUS
                    ', LAST CHANGED BY ' WS-SHOW-OPID
                    ' - ENTER TO SET ' WS-IN-STATUS
                    DELIMITED BY SIZE INTO WS-RESULT-MSG
                MOVE CUST-RECORD TO OUT-CS-SHOWN-IMAGE
                SET WS-CONFIRM-PENDING TO TRUE
            END-IF.

        SET-SHOW-FIELDS.
            IF CUST-ACTIVE
                MOVE 'A' TO WS-SHOW-STATUS
            ELSE
                MOVE CUST-STATUS TO WS-SHOW-STATUS
            END-IF
            IF CUST-LAST-UPD-OPID = SPACES
                MOVE '---' TO WS-SHOW-OPID
            ELSE
                MOVE CUST-LAST-UPD-OPID TO WS-SHOW-OPID
            END-IF.

      * NO STATUS CHANGE OUTSIDE THE OPERATOR'S PERMITTED HOURS, FROM
      * A TERMINAL OFF THEIR OPERPROF LIST OR AFTER DAYCTL HAS CLOSED
      * THE ONLINE BUSINESS DAY - THE SHARED SIGNCHK CHECK BUILDS THE
      * MESSAGE AND LOGS A HOURS/TERMINAL REFUSAL TO SREJ
        CHECK-SIGNON-WINDOW.
            MOVE EIBOPID  TO SC-OPID
            MOVE EIBTRMID TO SC-TRMID
            MOVE EIBTRNID TO SC-TRNID
            MOVE EIBDATE  TO SC-DATE
            MOVE EIBTIME  TO SC-TIME
            MOVE 'Y'      TO SC-LOG-SW
            MOVE 'Y'      TO SC-DAY-CHECK-SW
            CALL 'SIGNCHK' USING SIGNCHK-PARMS.

        APPLY-STATUS-CHANGE.
            MOVE CS-CUST-NUMBER TO CUST-NUMBER
            EXEC CICS READ DATASET('CUSTFIL')
                INTO(CUST-RECORD)
                RIDFLD(CUST-KEY)
            IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE 'CUSTOMER NOT ON FILE' TO WS-RESULT-MSG
            ELSE
                SET CV-MODE-FULL TO TRUE
                MOVE CS-SHOWN-IMAGE TO CV-SHOWN-IMAGE
                MOVE CUST-RECORD    TO CV-CURRENT-IMAGE
                CALL 'CUSTVER' USING CUSTVER-PARMS
                IF CV-CHANGED
      * CHANGED SINCE IT WAS SHOWN - NOTHING IS OVERWRITTEN; THE NEW
      * STATE IS SHOWN AND BECOMES WHAT THE NEXT ENTER CONFIRMS
                    EXEC CICS UNLOCK FILE('CUSTFIL')
                        RESP(WS-RESP)
                    END-EXEC
                    PERFORM SET-SHOW-FIELDS
                    STRING CV-MESSAGE DELIMITED BY '  '
                        ' - STATUS NOW ' WS-SHOW-STATUS
                        DELIMITED BY SIZE INTO WS-RESULT-MSG
                    MOVE CUST-RECORD TO OUT-CS-SHOWN-IMAGE
                    SET WS-CONFIRM-PENDING TO TRUE
                ELSE
                    MOVE CUST-STATUS TO WS-OLD-STATUS
                    MOVE WS-IN-STATUS TO CUST-STATUS
                    MOVE EIBOPID TO CUST-LAST-UPD-OPID
                    MOVE EIBDATE TO CUST-LAST-UPD-DATE
                    MOVE EIBTIME TO CUST-LAST-UPD-TIME
                    EXEC CICS REWRITE FILE('CUSTFIL')
                        FROM(CUST-RECORD)
                        RESP(WS-RESP)
                    END-EXEC
                    IF WS-RESP NOT = DFHRESP(NORMAL)
                        MOVE 'UNABLE TO REWRITE CUSTOMER MASTER'
                             TO WS-RESULT-MSG
                    ELSE
                        PERFORM LOG-STATUS-HISTORY
                        PERFORM WRITE-CUSTFIL-JOURNAL
                        MOVE 'CUSTOMER STATUS CHANGED' TO WS-RESULT-MSG
                        IF CUST-DECEASED
                            PERFORM LIST-RELATED-PARTIES
                        END-IF
                    END-IF
                END-IF
            END-IF.

      * EVERY ACTIVE RELATIONSHIP THE DECEASED CUSTOMER IS IN NAMES
      * A PARTY WHOSE JOINT HOLDING, GUARDIANSHIP OR POWER OF
      * ATTORNEY IS NOW AFFECTED - THE OPERATOR SEES THEM ALL BEFORE
      * LEAVING THE SCREEN. THE RELATIONSHIPS THEMSELVES ARE ENDED
      * THROUGH TESTGUIL ONCE THE PAPERWORK IS IN.
        LIST-RELATED-PARTIES.
            MOVE CUST-NUMBER TO RL-CUST-NUMBER
            MOVE FUNCTION CURRENT-DATE(1:8) TO RL-AS-OF-DATE
            MOVE 'CUSTREL'   TO RL-CUSTREL-DD
            MOVE 'CUSTFIL'   TO RL-CUSTFIL-DD
            CALL 'RELLIST' USING RELLIST-PARMS
            IF RL-ACTIVE-CNT > 0
                MOVE LOW-VALUES TO WS-REL-OUT-AREA
                MOVE RL-ACTIVE-CNT TO WS-REL-CNT-ED
                MOVE SPACES TO OUT-REL-HDG
                STRING 'RELATED PARTIES AFFECTED:' WS-REL-CNT-ED
                    DELIMITED BY SIZE INTO OUT-REL-HDG
                IF RL-ACTIVE-CNT > RL-LISTED-CNT
                    MOVE ' - FIRST 20 SHOWN, ALL ON PF3 OF GUI6'
                        TO OUT-REL-HDG(29:37)
                END-IF
                PERFORM VARYING WS-REL-SUB FROM 1 BY 1
                        UNTIL WS-REL-SUB > RL-LISTED-CNT
                    MOVE SPACES TO WS-REL-LINE
                    MOVE RL-DESC(WS-REL-SUB)      TO RLN-DESC
                    MOVE RL-RELATED-NUMBER(WS-REL-SUB) TO RLN-OTHER
                    MOVE RL-RELATED-NAME(WS-REL-SUB) TO RLN-NAME
                    MOVE RL-DOC-REF(WS-REL-SUB)   TO RLN-DOC-REF
                    MOVE WS-REL-LINE TO OUT-REL-LINE(WS-REL-SUB)
                END-PERFORM
                COMPUTE WS-REL-SEND-LEN = 160 + (RL-LISTED-CNT * 80)
                SET WS-RELATED-LISTED TO TRUE
            END-IF.

      * FORWARD-RECOVERY JOURNAL FOR THE STATUS REWRITE (RPI 2193) -
            MOVE CUST-ADDR     TO CJ-AFT-ADDR
            MOVE CUST-ZIP      TO CJ-AFT-ZIP
            MOVE WS-IN-STATUS  TO CJ-AFT-STATUS
            MOVE CUST-NUMBER   TO CJ-CUST-NUMBER
            EXEC CICS WRITE FILE('CUSTJRNL')
                FROM(CJ-RECORD)
                RIDFLD(CJ-KEY)
            MOVE 'USD'    TO HIST-PAY-CCY
            MOVE 0        TO HIST-PAYMEI-USD
            MOVE 0        TO HIST-PAYME1I-USD
            MOVE CUST-NUMBER TO HIST-CUST-NUMBER
            CALL 'HISTAIX' USING HIST-RECORD
            EXEC CICS WRITE FILE('GUI6HIST')
                FROM(HIST-RECORD)
                RIDFLD(HIST-KEY)
