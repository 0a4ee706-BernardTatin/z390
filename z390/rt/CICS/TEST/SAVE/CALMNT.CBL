      *****************************************************************
      * Author.  Maintenance team, following the PARMMNT style
      * Remarks. Maintenance transaction for the BUSCAL business
      *          calendar (see BUSCAL.CPY). Weekends are never business
      *          days and weekdays always are, at the PARMFIL standard
      *          hours, unless a calendar entry says otherwise - so
      *          this is where the year's holidays, the half days
      *          before them and any weekend a branch works are keyed.
      *          Every SLA and aging job reads the calendar through
      *          the shared BUSTIME subprogram, so an entry keyed here
      *          changes tonight's aging with no program change. The
      *          record carries who changed it and when. Plain-text
      *          screen like PARMMNT, no BMS map. The operator keys
      *          one line:
      *            col 1     ACTION - L(IST), A(DD), C(HANGE),
      *                               D(ELETE)
      *            col 2-5   BRANCH (BLANK = SHOP-WIDE)
      *            col 6-13  DATE CCYYMMDD (LIST STARTS HERE)
      *            col 14    TYPE H=HOLIDAY F=HALF DAY W=WORKING DAY
      *            col 15-18 OPEN HHMM  (F/W, BLANK = STANDARD START)
      *            col 19-22 CLOSE HHMM (F REQUIRED, W OPTIONAL)
      *            col 23-52 DESCRIPTION (A/C)
      *          An add, change or delete is refused outside the
      *          operator's OPERPROF working hours or from a terminal
      *          not on their allowed list (shared SIGNCHK check); a
      *          list is always allowed.
      *****************************************************************
      * 10/15/26 RPI 2248 INITIAL CODING
      * 10/15/26 RPI 2263 SETS SC-DAY-CHECK-SW - NOT HELD TO THE
      *                   DAYCTL DAY-CLOSE
      *****************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CALMNT.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
        COPY BUSCAL.
        COPY SIGNCHK.

        01  WS-RESP               PIC S9(8) COMP.
        01  WS-MATCH-CNT          PIC 9(2) VALUE 0.

        01  WS-MAINT-INPUT.
            02  WS-IN-ACTION          PIC X(1).
            02  WS-IN-BRANCH          PIC X(4).
            02  WS-IN-DATE            PIC X(8).
            02  WS-IN-DATE-N REDEFINES WS-IN-DATE PIC 9(8).
            02  WS-IN-TYPE            PIC X(1).
            02  WS-IN-OPEN            PIC X(4).
            02  WS-IN-CLOSE           PIC X(4).
            02  WS-IN-DESC            PIC X(30).

      * OPEN/CLOSE AS KEYED, CHECKED AS HHMM
        01  WS-EDIT-HHMM          PIC X(4).
        01  WS-EDIT-HHMM-R REDEFINES WS-EDIT-HHMM.
            02  WS-EDIT-HH        PIC 9(2).
            02  WS-EDIT-MM        PIC 9(2).
        01  WS-OPEN-HHMM          PIC 9(4).
        01  WS-CLOSE-HHMM         PIC 9(4).

        01  WS-PROMPT.
            02  FILLER PIC X(40) VALUE
                'KEY L/A/C/D, BRANCH(4), CCYYMMDD, TYPE H'.
            02  FILLER PIC X(40) VALUE
                '/F/W, OPEN, CLOSE, DESC(30), THEN ENTER '.

        01  WS-HDG-LINE.
            02  FILLER PIC X(6)  VALUE 'BRNCH'.
            02  FILLER PIC X(10) VALUE 'DATE'.
            02  FILLER PIC X(5)  VALUE 'TYPE'.
            02  FILLER PIC X(11) VALUE 'HOURS'.
            02  FILLER PIC X(32) VALUE 'DESCRIPTION'.
            02  FILLER PIC X(5)  VALUE 'OPID'.
            02  FILLER PIC X(8)  VALUE 'CHANGED'.

        01  WS-DETAIL-LINE.
            02  DET-BRANCH        PIC X(4).
            02  FILLER            PIC X(2) VALUE SPACES.
            02  DET-DATE          PIC 9(8).
            02  FILLER            PIC X(2) VALUE SPACES.
            02  DET-TYPE          PIC X(1).
            02  FILLER            PIC X(4) VALUE SPACES.
            02  DET-OPEN          PIC 9(4).
            02  DET-DASH          PIC X(1).
            02  DET-CLOSE         PIC 9(4).
            02  FILLER            PIC X(2) VALUE SPACES.
            02  DET-DESC          PIC X(30).
            02  FILLER            PIC X(2) VALUE SPACES.
            02  DET-OPID          PIC X(3).
            02  FILLER            PIC X(2) VALUE SPACES.
            02  DET-CHG-DATE      PIC 9(8).

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
            EXEC CICS SEND FROM(WS-PROMPT) LENGTH(80) ERASE END-EXEC.

        RECEIVE-AND-MAINTAIN.
            MOVE SPACES TO WS-MAINT-INPUT
            EXEC CICS RECEIVE
                INTO(WS-MAINT-INPUT)
                LENGTH(52)
                RESP(WS-RESP)
            END-EXEC
            MOVE SPACES TO WS-RESULT-MSG
            SET SC-SIGNON-OK TO TRUE
            IF WS-IN-ACTION = 'A' OR WS-IN-ACTION = 'C'
                    OR WS-IN-ACTION = 'D'
                PERFORM CHECK-SIGNON-WINDOW
            END-IF
            IF NOT SC-SIGNON-OK
                MOVE SC-MESSAGE TO WS-RESULT-MSG
            ELSE
            EVALUATE WS-IN-ACTION
                WHEN 'L'
                    PERFORM LIST-CALENDAR
                WHEN 'A'
                    PERFORM ADD-CALENDAR-DAY
                WHEN 'C'
                    PERFORM CHANGE-CALENDAR-DAY
                WHEN 'D'
                    PERFORM DELETE-CALENDAR-DAY
                WHEN OTHER
                    MOVE 'ACTION MUST BE L, A, C OR D'
                         TO WS-RESULT-MSG
            END-EVALUATE
            END-IF
            IF WS-RESULT-MSG = SPACES
                PERFORM BUILD-AND-SEND-LIST
            ELSE
                EXEC CICS SEND FROM(WS-RESULT-MSG) LENGTH(50) ERASE
                    END-EXEC
            END-IF.

      * NO CALENDAR ADD/CHANGE/DELETE OUTSIDE THE OPERATOR'S
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

      * TEN ENTRIES FROM THE KEYED BRANCH AND DATE ON - A BLANK DATE
      * LISTS THE BRANCH FROM THE START
        LIST-CALENDAR.
            MOVE LOW-VALUES TO WS-OUT-AREA
            MOVE 0 TO WS-MATCH-CNT
            MOVE WS-IN-BRANCH TO BC-BRANCH
            IF WS-IN-DATE IS NUMERIC
                MOVE WS-IN-DATE-N TO BC-DATE
            ELSE
                MOVE 0 TO BC-DATE
            END-IF
            EXEC CICS STARTBR DATASET('BUSCAL')
                RIDFLD(BC-KEY)
                GTEQ
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NORMAL)
                PERFORM UNTIL WS-MATCH-CNT >= 10
                        OR WS-RESP NOT = DFHRESP(NORMAL)
                    EXEC CICS READNEXT DATASET('BUSCAL')
                        INTO(BC-RECORD)
                        RIDFLD(BC-KEY)
                        RESP(WS-RESP)
                    END-EXEC
                    IF WS-RESP = DFHRESP(NORMAL)
                        ADD 1 TO WS-MATCH-CNT
                        PERFORM FORMAT-CALENDAR-LINE
                        MOVE WS-DETAIL-LINE
                            TO OUT-LINE(WS-MATCH-CNT)
                    END-IF
                END-PERFORM
                EXEC CICS ENDBR DATASET('BUSCAL') END-EXEC
            END-IF.

        FORMAT-CALENDAR-LINE.
            MOVE SPACES TO WS-DETAIL-LINE
            MOVE BC-BRANCH     TO DET-BRANCH
            MOVE BC-DATE       TO DET-DATE
            MOVE BC-DAY-TYPE   TO DET-TYPE
            IF NOT BC-HOLIDAY
                MOVE BC-OPEN-HHMM  TO DET-OPEN
                MOVE '-'           TO DET-DASH
                MOVE BC-CLOSE-HHMM TO DET-CLOSE
            END-IF
            MOVE BC-DESC       TO DET-DESC
            MOVE BC-CHG-OPID   TO DET-OPID
            MOVE BC-CHG-DATE   TO DET-CHG-DATE.

        BUILD-AND-SEND-LIST.
            MOVE WS-HDG-LINE TO OUT-HDG
            IF WS-MATCH-CNT = 0
                MOVE 'NO CALENDAR ENTRIES FROM THAT KEY ON'
                    TO OUT-LINE(1)
                EXEC CICS SEND FROM(WS-OUT-AREA) LENGTH(160) ERASE
                    END-EXEC
            ELSE
                COMPUTE WS-SEND-LEN = 80 + (WS-MATCH-CNT * 80)
                EXEC CICS SEND FROM(WS-OUT-AREA) LENGTH(WS-SEND-LEN)
                    ERASE
                END-EXEC
            END-IF.

      * THE DATE MUST BE A REAL CALENDAR DATE AND THE TYPE ONE OF
      * H/F/W. A HOLIDAY CARRIES NO HOURS; A HALF DAY MUST SAY WHEN
      * IT CLOSES; OPEN/CLOSE, WHEN KEYED, ARE HHMM AND IN ORDER
        EDIT-CALENDAR-DAY.
            MOVE 0 TO WS-OPEN-HHMM
            MOVE 0 TO WS-CLOSE-HHMM
            IF WS-IN-DATE NOT NUMERIC
                MOVE 'DATE MUST BE 8 DIGITS CCYYMMDD' TO WS-RESULT-MSG
            ELSE
            IF FUNCTION TEST-DATE-YYYYMMDD(WS-IN-DATE-N) NOT = 0
                MOVE 'DATE IS NOT A VALID DATE' TO WS-RESULT-MSG
            ELSE
            IF WS-IN-TYPE NOT = 'H' AND WS-IN-TYPE NOT = 'F'
                    AND WS-IN-TYPE NOT = 'W'
                MOVE 'TYPE MUST BE H, F OR W' TO WS-RESULT-MSG
            ELSE
            IF WS-IN-DESC = SPACES
                MOVE 'A DESCRIPTION IS REQUIRED' TO WS-RESULT-MSG
            ELSE
            IF WS-IN-TYPE NOT = 'H'
                MOVE WS-IN-OPEN TO WS-EDIT-HHMM
                PERFORM EDIT-HHMM
                MOVE WS-EDIT-HHMM TO WS-OPEN-HHMM
                IF WS-RESULT-MSG = SPACES
                    MOVE WS-IN-CLOSE TO WS-EDIT-HHMM
                    PERFORM EDIT-HHMM
                    MOVE WS-EDIT-HHMM TO WS-CLOSE-HHMM
                END-IF
                IF WS-RESULT-MSG = SPACES
                    IF WS-IN-TYPE = 'F' AND WS-CLOSE-HHMM = 0
                        MOVE 'A HALF DAY NEEDS ITS CLOSE TIME'
                             TO WS-RESULT-MSG
                    ELSE
                    IF WS-CLOSE-HHMM > 0 AND WS-OPEN-HHMM > 0
                            AND WS-CLOSE-HHMM NOT > WS-OPEN-HHMM
                        MOVE 'CLOSE TIME MUST BE AFTER OPEN TIME'
                             TO WS-RESULT-MSG
                    END-IF
                    END-IF
                END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF.

      * BLANK IS ZERO (USE THE STANDARD TIME); ANYTHING ELSE MUST BE
      * A REAL HHMM FROM 0000 TO 2400
        EDIT-HHMM.
            IF WS-EDIT-HHMM = SPACES
                MOVE '0000' TO WS-EDIT-HHMM
            ELSE
            IF WS-EDIT-HHMM NOT NUMERIC
                MOVE 'OPEN/CLOSE MUST BE 4 DIGITS HHMM'
                     TO WS-RESULT-MSG
                MOVE '0000' TO WS-EDIT-HHMM
            ELSE
            IF WS-EDIT-MM > 59 OR WS-EDIT-HH > 24
                    OR (WS-EDIT-HH = 24 AND WS-EDIT-MM > 0)
                MOVE 'OPEN/CLOSE IS NOT A VALID TIME'
                     TO WS-RESULT-MSG
                MOVE '0000' TO WS-EDIT-HHMM
            END-IF
            END-IF
            END-IF.

        SET-CALENDAR-FIELDS.
            MOVE WS-IN-TYPE    TO BC-DAY-TYPE
            MOVE WS-OPEN-HHMM  TO BC-OPEN-HHMM
            MOVE WS-CLOSE-HHMM TO BC-CLOSE-HHMM
            MOVE WS-IN-DESC    TO BC-DESC
            MOVE EIBOPID       TO BC-CHG-OPID
            MOVE FUNCTION CURRENT-DATE(1:8) TO BC-CHG-DATE.

        ADD-CALENDAR-DAY.
            PERFORM EDIT-CALENDAR-DAY
            IF WS-RESULT-MSG = SPACES
                MOVE WS-IN-BRANCH TO BC-BRANCH
                MOVE WS-IN-DATE-N TO BC-DATE
                PERFORM SET-CALENDAR-FIELDS
                EXEC CICS WRITE DATASET('BUSCAL')
                    FROM(BC-RECORD)
                    RIDFLD(BC-KEY)
                    RESP(WS-RESP)
                END-EXEC
                IF WS-RESP = DFHRESP(DUPREC)
                    MOVE 'DATE ALREADY ON CALENDAR - USE C'
                         TO WS-RESULT-MSG
                ELSE
                IF WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE 'BUSCAL WRITE FAILED' TO WS-RESULT-MSG
                ELSE
                    MOVE 'CALENDAR DAY ADDED' TO WS-RESULT-MSG
                END-IF
                END-IF
            END-IF.

        CHANGE-CALENDAR-DAY.
            PERFORM EDIT-CALENDAR-DAY
            IF WS-RESULT-MSG = SPACES
                MOVE WS-IN-BRANCH TO BC-BRANCH
                MOVE WS-IN-DATE-N TO BC-DATE
                EXEC CICS READ DATASET('BUSCAL')
                    INTO(BC-RECORD)
                    RIDFLD(BC-KEY)
                    UPDATE
                    RESP(WS-RESP)
                END-EXEC
                IF WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE 'DATE NOT ON CALENDAR - USE A'
                         TO WS-RESULT-MSG
                ELSE
                    PERFORM SET-CALENDAR-FIELDS
                    EXEC CICS REWRITE DATASET('BUSCAL')
                        FROM(BC-RECORD)
                        RESP(WS-RESP)
                    END-EXEC
                    IF WS-RESP NOT = DFHRESP(NORMAL)
                        MOVE 'BUSCAL REWRITE FAILED'
                             TO WS-RESULT-MSG
                    ELSE
                        MOVE 'CALENDAR DAY CHANGED' TO WS-RESULT-MSG
                    END-IF
                END-IF
            END-IF.

        DELETE-CALENDAR-DAY.
            IF WS-IN-DATE NOT NUMERIC
                MOVE 'DATE MUST BE 8 DIGITS CCYYMMDD' TO WS-RESULT-MSG
            ELSE
                MOVE WS-IN-BRANCH TO BC-BRANCH
                MOVE WS-IN-DATE-N TO BC-DATE
                EXEC CICS READ DATASET('BUSCAL')
                    INTO(BC-RECORD)
                    RIDFLD(BC-KEY)
                    RESP(WS-RESP)
                END-EXEC
                IF WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE 'DATE NOT ON CALENDAR' TO WS-RESULT-MSG
                ELSE
                    EXEC CICS DELETE DATASET('BUSCAL')
                        RIDFLD(BC-KEY)
                        RESP(WS-RESP)
                    END-EXEC
                    IF WS-RESP NOT = DFHRESP(NORMAL)
                        MOVE 'BUSCAL DELETE FAILED' TO WS-RESULT-MSG
                    ELSE
                        MOVE 'CALENDAR DAY DELETED - WEEKDAY RULE'
                            TO WS-RESULT-MSG
                    END-IF
                END-IF
            END-IF.
