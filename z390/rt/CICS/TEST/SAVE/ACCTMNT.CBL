      *****************************************************************
      * Author.  Maintenance team, following the REFMNT/PARMMNT style
      * Remarks. Inquiry and maintenance transaction for the DFPACCT
      *          account master DFPACCR accrues from. Before the master
      *          existed the DFPACCT deck was built offline for every
      *          run and no one on the floor could see an account's
      *          principal, rate, product or currency without asking
      *          operations. This lists, adds, changes and closes
      *          accounts, and every change writes one ACCTJRNL record
      *          with the whole account before and after, who and
      *          when. Accounts are never deleted - a close marks the
      *          record so DFPACCR and DFPCAP pass it over while its
      *          history stays on file. Plain-text screen like REFMNT,
      *          no BMS map. The operator keys one line:
      *            col 1      ACTION    - L(IST), A(DD), C(HANGE),
      *                                   X (CLOSE)
      *            col 2-11   ACCT-ID   - L STARTS THE LIST HERE
      *            col 12-22  PRINCIPAL - 11 DIGITS, 2 DECIMALS IMPLIED
      *            col 23-29  RATE      - 7 DIGITS, 4 DECIMALS IMPLIED
      *            col 30-34  DAYS
      *            col 35-37  REPORT CCY
      *            col 38-41  PRODUCT
      *          ADD needs principal, rate and days; CHANGE replaces
      *          only the fields keyed and leaves blank ones alone.
      *****************************************************************
      * 10/14/26 RPI 2218 INITIAL CODING
      *****************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. ACCTMNT.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
        COPY DFPACCT.
        COPY ACCTJRNL.
        COPY SEQGEN.

        01  WS-RESP               PIC S9(8) COMP.
        01  WS-MATCH-CNT          PIC 9(2) VALUE 0.
        01  WS-BEFORE-IMAGE       PIC X(84) VALUE SPACES.
        01  WS-FIELD-ERR-SW       PIC X VALUE 'N'.
            88  WS-FIELD-IN-ERROR     VALUE 'Y'.

        01  WS-MAINT-INPUT.
            02  WS-IN-ACTION          PIC X(1).
            02  WS-IN-ACCT-ID         PIC X(10).
            02  WS-IN-PRINCIPAL       PIC X(11).
            02  WS-IN-PRINCIPAL-N REDEFINES WS-IN-PRINCIPAL
                                      PIC 9(9)V99.
            02  WS-IN-RATE            PIC X(7).
            02  WS-IN-RATE-N REDEFINES WS-IN-RATE
                                      PIC 9(3)V9(4).
            02  WS-IN-DAYS            PIC X(5).
            02  WS-IN-DAYS-N REDEFINES WS-IN-DAYS
                                      PIC 9(5).
            02  WS-IN-CCY             PIC X(3).
            02  WS-IN-PRODUCT         PIC X(4).

        01  WS-PROMPT.
            02  FILLER PIC X(46) VALUE
                'KEY ACTION(L/A/C/X) ACCT-ID PRIN(11) RATE(7) D'.
            02  FILLER PIC X(33) VALUE
                'AYS(5) CCY(3) PROD(4), THEN ENTER'.

        01  WS-HDG-LINE.
            02  FILLER PIC X(12) VALUE 'ACCOUNT'.
            02  FILLER PIC X(16) VALUE '     PRINCIPAL'.
            02  FILLER PIC X(10) VALUE '    RATE'.
            02  FILLER PIC X(7)  VALUE ' DAYS'.
            02  FILLER PIC X(5)  VALUE 'CCY'.
            02  FILLER PIC X(6)  VALUE 'PROD'.
            02  FILLER PIC X(8)  VALUE 'STATUS'.
            02  FILLER PIC X(8)  VALUE 'OPENED'.

        01  WS-DETAIL-LINE.
            02  DET-ACCT-ID       PIC X(10).
            02  FILLER            PIC X(2) VALUE SPACES.
            02  DET-PRINCIPAL     PIC ZZZ,ZZZ,ZZ9.99.
            02  FILLER            PIC X(2) VALUE SPACES.
            02  DET-RATE          PIC ZZ9.9999.
            02  FILLER            PIC X(2) VALUE SPACES.
            02  DET-DAYS          PIC ZZZZ9.
            02  FILLER            PIC X(2) VALUE SPACES.
            02  DET-CCY           PIC X(3).
            02  FILLER            PIC X(2) VALUE SPACES.
            02  DET-PRODUCT       PIC X(4).
            02  FILLER            PIC X(2) VALUE SPACES.
            02  DET-STATUS        PIC X(6).
            02  FILLER            PIC X(2) VALUE SPACES.
            02  DET-OPEN-DATE     PIC X(8).

        01  WS-RESULT-MSG         PIC X(50) VALUE SPACES.

        01  WS-OUT-AREA.
            02  OUT-HDG           PIC X(80).
            02  OUT-LINE OCCURS 10 TIMES PIC X(80).
        01  WS-SEND-LEN           PIC 9(4) COMP.

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            IF EIBCALEN = 0
                PERFORM SEND-MAINT-PROMPT
            ELSE
                PERFORM RECEIVE-AND-MAINTAIN.

            EXEC CICS RETURN END-EXEC.

        SEND-MAINT-PROMPT.
            EXEC CICS SEND FROM(WS-PROMPT) LENGTH(79) ERASE END-EXEC.

        RECEIVE-AND-MAINTAIN.
            MOVE SPACES TO WS-MAINT-INPUT
            EXEC CICS RECEIVE
                INTO(WS-MAINT-INPUT)
                LENGTH(41)
                RESP(WS-RESP)
            END-EXEC
            MOVE SPACES TO WS-RESULT-MSG
            PERFORM VALIDATE-ACCOUNT-FIELDS
            IF WS-RESULT-MSG = SPACES
                EVALUATE WS-IN-ACTION
                    WHEN 'L'
                        PERFORM LIST-ACCOUNTS
                    WHEN 'A'
                        PERFORM ADD-ACCOUNT
                    WHEN 'C'
                        PERFORM CHANGE-ACCOUNT
                    WHEN 'X'
                        PERFORM CLOSE-ACCOUNT
                    WHEN OTHER
                        MOVE 'ACTION MUST BE L, A, C OR X'
                             TO WS-RESULT-MSG
                END-EVALUATE
            END-IF
            IF WS-RESULT-MSG = SPACES
                PERFORM BUILD-AND-SEND-LIST
            ELSE
                EXEC CICS SEND FROM(WS-RESULT-MSG) LENGTH(50) ERASE
                    END-EXEC
            END-IF.

      * ANY AMOUNT KEYED MUST BE ALL DIGITS - CHECKED BEFORE THE
      * MASTER IS READ FOR UPDATE SO A BAD KEYSTROKE NEVER HOLDS A
      * RECORD
        VALIDATE-ACCOUNT-FIELDS.
            MOVE 'N' TO WS-FIELD-ERR-SW
            IF WS-IN-PRINCIPAL NOT = SPACES
                    AND WS-IN-PRINCIPAL NOT NUMERIC
                SET WS-FIELD-IN-ERROR TO TRUE
            END-IF
            IF WS-IN-RATE NOT = SPACES
                    AND WS-IN-RATE NOT NUMERIC
                SET WS-FIELD-IN-ERROR TO TRUE
            END-IF
            IF WS-IN-DAYS NOT = SPACES
                    AND WS-IN-DAYS NOT NUMERIC
                SET WS-FIELD-IN-ERROR TO TRUE
            END-IF
            IF WS-FIELD-IN-ERROR
                MOVE 'PRINCIPAL, RATE AND DAYS MUST BE ALL DIGITS'
                     TO WS-RESULT-MSG
            END-IF.

      * LIST UP TO 10 ACCOUNTS IN KEY ORDER FROM THE ACCT-ID KEYED
      * (BLANK STARTS AT THE TOP) - ONE ACCOUNT KEYED EXACTLY IS AN
      * INQUIRY, ITS OWN LINE FIRST
        LIST-ACCOUNTS.
            MOVE LOW-VALUES TO WS-OUT-AREA
            MOVE 0 TO WS-MATCH-CNT
            IF WS-IN-ACCT-ID = SPACES
                MOVE LOW-VALUES TO ACCT-ID
            ELSE
                MOVE WS-IN-ACCT-ID TO ACCT-ID
            END-IF
            EXEC CICS STARTBR DATASET('DFPACCT')
                RIDFLD(ACCT-ID)
                GTEQ
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NORMAL)
                PERFORM UNTIL WS-MATCH-CNT >= 10
                        OR WS-RESP NOT = DFHRESP(NORMAL)
                    EXEC CICS READNEXT DATASET('DFPACCT')
                        INTO(ACCT-REC)
                        RIDFLD(ACCT-ID)
                        RESP(WS-RESP)
                    END-EXEC
                    IF WS-RESP = DFHRESP(NORMAL)
                        ADD 1 TO WS-MATCH-CNT
                        MOVE SPACES TO WS-DETAIL-LINE
                        MOVE ACCT-ID          TO DET-ACCT-ID
                        MOVE ACCT-PRINCIPAL   TO DET-PRINCIPAL
                        MOVE ACCT-ANNUAL-RATE TO DET-RATE
                        MOVE ACCT-DAYS        TO DET-DAYS
                        MOVE ACCT-REPORT-CCY  TO DET-CCY
                        MOVE ACCT-PRODUCT     TO DET-PRODUCT
                        IF ACCT-CLOSED
                            MOVE 'CLOSED' TO DET-STATUS
                        ELSE
                            MOVE 'OPEN'   TO DET-STATUS
                        END-IF
                        MOVE ACCT-OPEN-DATE   TO DET-OPEN-DATE
                        MOVE WS-DETAIL-LINE
                            TO OUT-LINE(WS-MATCH-CNT)
                    END-IF
                END-PERFORM
                EXEC CICS ENDBR DATASET('DFPACCT') END-EXEC
            END-IF.

        BUILD-AND-SEND-LIST.
            MOVE WS-HDG-LINE TO OUT-HDG
            IF WS-MATCH-CNT = 0
                MOVE 'NO ACCOUNTS ON FILE' TO OUT-LINE(1)
                EXEC CICS SEND FROM(WS-OUT-AREA) LENGTH(160) ERASE
                    END-EXEC
            ELSE
                COMPUTE WS-SEND-LEN = 80 + (WS-MATCH-CNT * 80)
                EXEC CICS SEND FROM(WS-OUT-AREA) LENGTH(WS-SEND-LEN)
                    ERASE
                END-EXEC
            END-IF.

        ADD-ACCOUNT.
            IF WS-IN-ACCT-ID = SPACES OR WS-IN-PRINCIPAL = SPACES
                    OR WS-IN-RATE = SPACES OR WS-IN-DAYS = SPACES
                MOVE 'ADD NEEDS ACCT-ID, PRINCIPAL, RATE AND DAYS'
                     TO WS-RESULT-MSG
            ELSE
                MOVE SPACES             TO ACCT-REC
                MOVE WS-IN-ACCT-ID      TO ACCT-ID
                MOVE WS-IN-PRINCIPAL-N  TO ACCT-PRINCIPAL
                MOVE WS-IN-RATE-N       TO ACCT-ANNUAL-RATE
                MOVE WS-IN-DAYS-N       TO ACCT-DAYS
                MOVE WS-IN-CCY          TO ACCT-REPORT-CCY
                MOVE WS-IN-PRODUCT      TO ACCT-PRODUCT
                MOVE 'O'                TO ACCT-STATUS
                MOVE FUNCTION CURRENT-DATE(1:8) TO ACCT-OPEN-DATE
                EXEC CICS WRITE DATASET('DFPACCT')
                    FROM(ACCT-REC)
                    RIDFLD(ACCT-ID)
                    RESP(WS-RESP)
                END-EXEC
                IF WS-RESP = DFHRESP(DUPREC)
                    MOVE 'ACCOUNT ALREADY ON FILE - USE C TO CHANGE'
                         TO WS-RESULT-MSG
                ELSE
                IF WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE 'DFPACCT WRITE FAILED' TO WS-RESULT-MSG
                ELSE
                    MOVE SPACES TO WS-BEFORE-IMAGE
                    MOVE 'A' TO AJ-ACTION
                    PERFORM WRITE-ACCOUNT-JOURNAL
                    MOVE 'ACCOUNT ADDED' TO WS-RESULT-MSG
                END-IF
                END-IF
            END-IF.

        CHANGE-ACCOUNT.
            IF WS-IN-ACCT-ID = SPACES
                MOVE 'CHANGE NEEDS AN ACCT-ID' TO WS-RESULT-MSG
            ELSE
            IF WS-IN-PRINCIPAL = SPACES AND WS-IN-RATE = SPACES
                    AND WS-IN-DAYS = SPACES AND WS-IN-CCY = SPACES
                    AND WS-IN-PRODUCT = SPACES
                MOVE 'NOTHING KEYED TO CHANGE' TO WS-RESULT-MSG
            ELSE
                MOVE WS-IN-ACCT-ID TO ACCT-ID
                EXEC CICS READ DATASET('DFPACCT')
                    INTO(ACCT-REC)
                    RIDFLD(ACCT-ID)
                    UPDATE
                    RESP(WS-RESP)
                END-EXEC
                IF WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE 'ACCOUNT NOT ON FILE - USE A TO ADD'
                         TO WS-RESULT-MSG
                ELSE
                IF ACCT-CLOSED
                    EXEC CICS UNLOCK DATASET('DFPACCT') END-EXEC
                    MOVE 'ACCOUNT IS CLOSED - NO CHANGES'
                         TO WS-RESULT-MSG
                ELSE
                    MOVE ACCT-REC TO WS-BEFORE-IMAGE
                    IF WS-IN-PRINCIPAL NOT = SPACES
                        MOVE WS-IN-PRINCIPAL-N TO ACCT-PRINCIPAL
                    END-IF
                    IF WS-IN-RATE NOT = SPACES
                        MOVE WS-IN-RATE-N TO ACCT-ANNUAL-RATE
                    END-IF
                    IF WS-IN-DAYS NOT = SPACES
                        MOVE WS-IN-DAYS-N TO ACCT-DAYS
                    END-IF
                    IF WS-IN-CCY NOT = SPACES
                        MOVE WS-IN-CCY TO ACCT-REPORT-CCY
                    END-IF
                    IF WS-IN-PRODUCT NOT = SPACES
                        MOVE WS-IN-PRODUCT TO ACCT-PRODUCT
                    END-IF
                    EXEC CICS REWRITE DATASET('DFPACCT')
                        FROM(ACCT-REC)
                        RESP(WS-RESP)
                    END-EXEC
                    IF WS-RESP NOT = DFHRESP(NORMAL)
                        MOVE 'DFPACCT REWRITE FAILED' TO WS-RESULT-MSG
                    ELSE
                        MOVE 'C' TO AJ-ACTION
                        PERFORM WRITE-ACCOUNT-JOURNAL
                        MOVE 'ACCOUNT CHANGED' TO WS-RESULT-MSG
                    END-IF
                END-IF
                END-IF
            END-IF
            END-IF.

      * A CLOSE MARKS THE ACCOUNT AND DATES IT - THE RECORD STAYS ON
      * THE MASTER FOR ITS HISTORY, BUT DFPACCR AND DFPCAP SKIP IT
      * FROM THEIR NEXT RUN ON
        CLOSE-ACCOUNT.
            IF WS-IN-ACCT-ID = SPACES
                MOVE 'CLOSE NEEDS AN ACCT-ID' TO WS-RESULT-MSG
            ELSE
                MOVE WS-IN-ACCT-ID TO ACCT-ID
                EXEC CICS READ DATASET('DFPACCT')
                    INTO(ACCT-REC)
                    RIDFLD(ACCT-ID)
                    UPDATE
                    RESP(WS-RESP)
                END-EXEC
                IF WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE 'ACCOUNT NOT ON FILE - NOTHING CLOSED'
                         TO WS-RESULT-MSG
                ELSE
                IF ACCT-CLOSED
                    EXEC CICS UNLOCK DATASET('DFPACCT') END-EXEC
                    MOVE 'ACCOUNT ALREADY CLOSED' TO WS-RESULT-MSG
                ELSE
                    MOVE ACCT-REC TO WS-BEFORE-IMAGE
                    MOVE 'C' TO ACCT-STATUS
                    MOVE FUNCTION CURRENT-DATE(1:8) TO ACCT-CLOSE-DATE
                    EXEC CICS REWRITE DATASET('DFPACCT')
                        FROM(ACCT-REC)
                        RESP(WS-RESP)
                    END-EXEC
                    IF WS-RESP NOT = DFHRESP(NORMAL)
                        MOVE 'DFPACCT REWRITE FAILED' TO WS-RESULT-MSG
                    ELSE
                        MOVE 'X' TO AJ-ACTION
                        PERFORM WRITE-ACCOUNT-JOURNAL
                        MOVE 'ACCOUNT CLOSED' TO WS-RESULT-MSG
                    END-IF
                END-IF
                END-IF
            END-IF.

      * ONE JOURNAL RECORD PER MASTER CHANGE - THE ACCOUNT BEFORE AND
      * AFTER, WHO MADE THE CHANGE AND WHEN, IN SEQGEN ORDER
        WRITE-ACCOUNT-JOURNAL.
            MOVE 'ACCTJRNL' TO SG-DATASET
            CALL 'SEQGEN' USING SEQGEN-PARMS
            MOVE SG-NEXT-SEQNO TO AJ-SEQNO
            MOVE 'ACCTMNT'     TO AJ-PROGRAM
            MOVE EIBOPID       TO AJ-OPID
            MOVE FUNCTION CURRENT-DATE(1:8) TO AJ-DATE
            MOVE FUNCTION CURRENT-DATE(9:6) TO AJ-TIME
            MOVE ACCT-ID         TO AJ-ACCT-ID
            MOVE WS-BEFORE-IMAGE TO AJ-BEFORE
            MOVE ACCT-REC        TO AJ-AFTER
            EXEC CICS WRITE DATASET('ACCTJRNL')
                FROM(AJ-RECORD)
                RIDFLD(AJ-KEY)
                RESP(WS-RESP)
            END-EXEC.
