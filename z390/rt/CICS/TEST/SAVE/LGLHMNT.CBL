      *****************************************************************
      * Author.  Maintenance team, following the CUSTFLGM style
      * Remarks. Supervisor maintenance of customer legal holds
      *          (LGLHOLD). A hold stops every scheduled removal or
      *          alteration of the customer's data - the GUI6PURG
      *          retention purge skips them, an offboard or a merge
      *          is refused - so only an active 'S'-level OPERPROF
      *          supervisor may place or release one, and only inside
      *          their own working hours (shared SIGNCHK check). A
      *          hold is keyed by customer number and the legal
      *          matter reference it is for; one customer may be held
      *          under several matters, and each is released on its
      *          own.
      *            PLACE   - a description of the matter is required.
      *                      The customer does not have to be on
      *                      CUSTFIL - a hold may be placed on a number
      *                      whose record is already archived - but the
      *                      reply says so. A release date may be keyed
      *                      when the end of the matter is known;
      *                      blank leaves the hold open-ended. Placing
      *                      a matter already on file replaces its
      *                      description and release date, which
      *                      reinstates a hold that had been released.
      *            RELEASE - the hold must be on file. It stays in
      *                      force until the release date keyed, or
      *                      ends today if none is keyed. The record is
      *                      kept as the trail of what was held.
      *          A GT transid works on the training shadows
      *          (LGLHOLDT/CUSTFILT). Plain-text screen like SIGNOVR,
      *          no BMS map. The supervisor keys one line:
      *            col 1     ACTION P=PLACE R=RELEASE
      *            col 2-8   CUSTOMER NUMBER
      *            col 9-20  MATTER REFERENCE
      *            col 21-28 RELEASE DATE CCYYMMDD (OPTIONAL)
      *            col 29-58 MATTER DESCRIPTION (PLACE)
      *****************************************************************
      * 10/15/26 RPI 2237 INITIAL CODING
      * 10/15/26 RPI 2263 SETS SC-DAY-CHECK-SW - NOT HELD TO THE
      *                   DAYCTL DAY-CLOSE
      *****************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. LGLHMNT.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
        COPY OPERPROF.
        COPY CUSTFIL.
        COPY LGLHOLD.
        COPY SIGNCHK.

        01  WS-RESP               PIC S9(8) COMP.
        01  WS-LGLHOLD-DD         PIC X(8) VALUE 'LGLHOLD'.
        01  WS-CUSTFIL-DD         PIC X(8) VALUE 'CUSTFIL'.
        01  WS-NOW.
            02  WS-TODAY          PIC 9(8).
            02  WS-NOW-TIME       PIC 9(6).
        01  WS-RELEASE-DATE       PIC 9(8).
        01  WS-CUST-NOTE          PIC X(16) VALUE SPACES.

        01  WS-MAINT-INPUT.
            02  WS-IN-ACTION          PIC X(1).
                88  WS-IN-PLACE             VALUE 'P'.
                88  WS-IN-RELEASE           VALUE 'R'.
            02  WS-IN-CUST-NUMBER     PIC X(7).
            02  WS-IN-MATTER          PIC X(12).
            02  WS-IN-RELEASE-DATE    PIC X(8).
            02  WS-IN-DESC            PIC X(30).

        01  WS-PROMPT.
            02  FILLER PIC X(40) VALUE
                'KEY P/R, CUST NO(7), MATTER(12), RELEASE'.
            02  FILLER PIC X(40) VALUE
                ' CCYYMMDD, DESCRIPTION(30), THEN ENTER  '.

        01  WS-RESULT-MSG         PIC X(50) VALUE SPACES.

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            IF EIBTRNID(1:2) = 'GT'
                MOVE 'LGLHOLDT' TO WS-LGLHOLD-DD
                MOVE 'CUSTFILT' TO WS-CUSTFIL-DD
            END-IF.

            IF EIBCALEN = 0
                PERFORM SEND-MAINT-PROMPT
            ELSE
                PERFORM RECEIVE-AND-MAINTAIN.

            EXEC CICS RETURN END-EXEC.

        SEND-MAINT-PROMPT.
            EXEC CICS SEND FROM(WS-PROMPT) LENGTH(80) ERASE END-EXEC.

        RECEIVE-AND-MAINTAIN.
            MOVE SPACES TO WS-MAINT-INPUT
            EXEC CICS RECEIVE
                INTO(WS-MAINT-INPUT)
                LENGTH(58)
                RESP(WS-RESP)
            END-EXEC
            MOVE SPACES TO WS-RESULT-MSG
            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW
            PERFORM CHECK-MAINTAINING-SUPERVISOR
            IF WS-RESULT-MSG = SPACES
                PERFORM CHECK-SIGNON-WINDOW
                IF NOT SC-SIGNON-OK
                    MOVE SC-MESSAGE TO WS-RESULT-MSG
                END-IF
            END-IF
            IF WS-RESULT-MSG = SPACES
                IF NOT WS-IN-PLACE AND NOT WS-IN-RELEASE
                    MOVE 'ACTION MUST BE P OR R' TO WS-RESULT-MSG
                ELSE
                IF WS-IN-CUST-NUMBER NOT NUMERIC
                        OR WS-IN-CUST-NUMBER = '0000000'
                    MOVE 'CUSTOMER NUMBER MUST BE 7 DIGITS'
                         TO WS-RESULT-MSG
                ELSE
                IF WS-IN-MATTER = SPACES
                    MOVE 'A MATTER REFERENCE IS REQUIRED'
                         TO WS-RESULT-MSG
                ELSE
                    MOVE WS-IN-CUST-NUMBER TO LH-CUST-NUMBER
                    MOVE WS-IN-MATTER      TO LH-MATTER-REF
                    PERFORM EDIT-RELEASE-DATE
                    IF WS-RESULT-MSG = SPACES
                        IF WS-IN-PLACE
                            PERFORM PLACE-LEGAL-HOLD
                        ELSE
                            PERFORM RELEASE-LEGAL-HOLD
                        END-IF
                    END-IF
                END-IF
                END-IF
                END-IF
            END-IF
            EXEC CICS SEND FROM(WS-RESULT-MSG) LENGTH(50) ERASE
                END-EXEC.

      * ONLY AN ACTIVE SUPERVISOR-LEVEL OPERPROF PROFILE MAY MAINTAIN
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
                MOVE 'ONLY AN ACTIVE SUPERVISOR MAY MAINTAIN HOLDS'
                     TO WS-RESULT-MSG
            END-IF.

      * NO HOLD CHANGE OUTSIDE THE SUPERVISOR'S PERMITTED HOURS OR
      * FROM A TERMINAL OFF THEIR OPERPROF LIST - THE SHARED SIGNCHK
      * CHECK BUILDS THE MESSAGE AND LOGS THE REFUSAL TO SREJ
        CHECK-SIGNON-WINDOW.
            MOVE EIBOPID  TO SC-OPID
            MOVE EIBTRMID TO SC-TRMID
            MOVE EIBTRNID TO SC-TRNID
            MOVE EIBDATE  TO SC-DATE
            MOVE EIBTIME  TO SC-TIME
            MOVE 'Y'      TO SC-LOG-SW
            MOVE 'N'      TO SC-DAY-CHECK-SW
            IF EIBTRNID(1:2) = 'GT'
                MOVE 'N'  TO SC-LOG-SW
            END-IF
            CALL 'SIGNCHK' USING SIGNCHK-PARMS.

      * BLANK IS ALLOWED - OPEN-ENDED ON A PLACE, TODAY ON A RELEASE.
      * A HOLD STOPS COUNTING ON ITS RELEASE DATE, SO A DATE BEFORE
      * TODAY WOULD CLAIM IT HAD ALREADY ENDED
        EDIT-RELEASE-DATE.
            IF WS-IN-RELEASE-DATE = SPACES
                IF WS-IN-RELEASE
                    MOVE WS-TODAY TO WS-RELEASE-DATE
                ELSE
                    MOVE 0 TO WS-RELEASE-DATE
                END-IF
            ELSE
            IF WS-IN-RELEASE-DATE NOT NUMERIC
                MOVE 'RELEASE DATE MUST BE 8 DIGITS CCYYMMDD'
                     TO WS-RESULT-MSG
            ELSE
                MOVE WS-IN-RELEASE-DATE TO WS-RELEASE-DATE
                IF FUNCTION TEST-DATE-YYYYMMDD(WS-RELEASE-DATE)
                        NOT = 0
                    MOVE 'RELEASE DATE IS NOT A VALID DATE'
                         TO WS-RESULT-MSG
                ELSE
                IF WS-RELEASE-DATE < WS-TODAY
                    MOVE 'RELEASE DATE HAS ALREADY PASSED'
                         TO WS-RESULT-MSG
                END-IF
                END-IF
            END-IF
            END-IF.

      * A MATTER ALREADY ON FILE IS REPLACED - PLACED-BY AND
      * PLACED-DATE MOVE TO THIS SUPERVISOR AND TODAY AND ANY EARLIER
      * RELEASE IS WIPED, SO THE HOLD IS IN FORCE AGAIN
        PLACE-LEGAL-HOLD.
            IF WS-IN-DESC = SPACES
                MOVE 'A MATTER DESCRIPTION IS REQUIRED TO PLACE'
                     TO WS-RESULT-MSG
            ELSE
                MOVE LH-CUST-NUMBER TO CUST-NUMBER
                EXEC CICS READ DATASET(WS-CUSTFIL-DD)
                    INTO(CUST-RECORD)
                    RIDFLD(CUST-KEY)
                    RESP(WS-RESP)
                END-EXEC
                IF WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE ' (NOT ON CUSTFIL)' TO WS-CUST-NOTE
                END-IF
                EXEC CICS READ DATASET(WS-LGLHOLD-DD)
                    INTO(LH-RECORD)
                    RIDFLD(LH-KEY)
                    UPDATE
                    RESP(WS-RESP)
                END-EXEC
                MOVE WS-IN-DESC      TO LH-MATTER-DESC
                MOVE EIBOPID         TO LH-PLACED-OPID
                MOVE WS-TODAY        TO LH-PLACED-DATE
                MOVE WS-RELEASE-DATE TO LH-RELEASE-DATE
                MOVE SPACES          TO LH-RELEASED-OPID
                PERFORM STAMP-LEGAL-HOLD
                IF WS-RESP = DFHRESP(NORMAL)
                    EXEC CICS REWRITE DATASET(WS-LGLHOLD-DD)
                        FROM(LH-RECORD)
                        RESP(WS-RESP)
                    END-EXEC
                ELSE
                    EXEC CICS WRITE DATASET(WS-LGLHOLD-DD)
                        FROM(LH-RECORD)
                        RIDFLD(LH-KEY)
                        RESP(WS-RESP)
                    END-EXEC
                END-IF
                IF WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE 'LGLHOLD UPDATE FAILED' TO WS-RESULT-MSG
                ELSE
                    STRING 'HOLD PLACED ON CUSTOMER ' LH-CUST-NUMBER
                        WS-CUST-NOTE
                        DELIMITED BY SIZE INTO WS-RESULT-MSG
                END-IF
            END-IF.

        RELEASE-LEGAL-HOLD.
            EXEC CICS READ DATASET(WS-LGLHOLD-DD)
                INTO(LH-RECORD)
                RIDFLD(LH-KEY)
                UPDATE
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE 'NO SUCH HOLD ON THIS CUSTOMER' TO WS-RESULT-MSG
            ELSE
            IF NOT LH-NO-RELEASE-DATE
                    AND LH-RELEASE-DATE NOT > WS-TODAY
                EXEC CICS UNLOCK DATASET(WS-LGLHOLD-DD) END-EXEC
                MOVE 'HOLD HAS ALREADY BEEN RELEASED'
                     TO WS-RESULT-MSG
            ELSE
                MOVE WS-RELEASE-DATE TO LH-RELEASE-DATE
                MOVE EIBOPID         TO LH-RELEASED-OPID
                PERFORM STAMP-LEGAL-HOLD
                EXEC CICS REWRITE DATASET(WS-LGLHOLD-DD)
                    FROM(LH-RECORD)
                    RESP(WS-RESP)
                END-EXEC
                IF WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE 'LGLHOLD UPDATE FAILED' TO WS-RESULT-MSG
                ELSE
                    STRING 'HOLD ON CUSTOMER ' LH-CUST-NUMBER
                        ' ENDS ' WS-RELEASE-DATE
                        DELIMITED BY SIZE INTO WS-RESULT-MSG
                END-IF
            END-IF
            END-IF.

        STAMP-LEGAL-HOLD.
            MOVE EIBOPID     TO LH-UPD-OPID
            MOVE WS-TODAY    TO LH-UPD-DATE
            MOVE WS-NOW-TIME TO LH-UPD-TIME.
