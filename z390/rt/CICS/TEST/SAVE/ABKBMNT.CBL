      *****************************************************************
      * Author.  Maintenance team, following the PARMMNT/REFMNT style
      * Remarks. Maintenance transaction for the ABNDKB abend-code
      *          knowledge base that TESTBECQ and ABNDRPT show beside
      *          each abend. An entry is keyed by program and abend
      *          code; program '*' is the wildcard entry for the code
      *          in any program without its own entry. Whoever writes
      *          up a code from ABNDRPT's KB GAPS section keys it here
      *          - no program change - and the record carries who last
      *          changed it and when, like PARMFIL. A change replaces
      *          only the fields keyed non-blank. An add, change or
      *          delete is refused outside the operator's OPERPROF
      *          working hours or from a terminal off their list
      *          (shared SIGNCHK check); list and show are not.
      *          Plain-text screen like PARMMNT, no BMS map. The
      *          operator keys one line:
      *            col 1       ACTION - L(IST), S(HOW), A(DD),
      *                                 C(HANGE), D(ELETE)
      *            col 2-9     PROGRAM (OR *) - L STARTS HERE
      *            col 10-13   ABEND CODE
      *            col 14-53   DESCRIPTION (40)
      *            col 54-113  LIKELY CAUSES (60)
      *            col 114-173 STANDARD FIRST RESPONSE (60)
      *            col 174-181 ESCALATION GROUP (8)
      *            col 182-189 KNOWN-PROBLEM NUMBER (8)
      *****************************************************************
      * 10/15/26 RPI 2256 INITIAL CODING
      *****************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. ABKBMNT.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
        COPY ABNDKB.
        COPY SIGNCHK.

        01  WS-RESP               PIC S9(8) COMP.
        01  WS-MATCH-CNT          PIC 9(2) VALUE 0.

        01  WS-MAINT-INPUT.
            02  WS-IN-ACTION          PIC X(1).
            02  WS-IN-PROGRAM         PIC X(8).
            02  WS-IN-ABCODE          PIC X(4).
            02  WS-IN-DESC            PIC X(40).
            02  WS-IN-CAUSES          PIC X(60).
            02  WS-IN-FIRST-RESP      PIC X(60).
            02  WS-IN-ESCALATE        PIC X(8).
            02  WS-IN-KNOWN-PROB      PIC X(8).

        01  WS-PROMPT.
            02  FILLER PIC X(47) VALUE
                'KEY ACTION(L/S/A/C/D) PROGRAM(8 OR *) CODE(4) D'.
            02  FILLER PIC X(47) VALUE
                'ESC(40) CAUSES(60) RESPONSE(60) ESC-GRP(8) KP(8'.
            02  FILLER PIC X(2)  VALUE ') '.

        01  WS-HDG-LINE.
            02  FILLER PIC X(9)  VALUE 'PROGRAM'.
            02  FILLER PIC X(5)  VALUE 'CODE'.
            02  FILLER PIC X(41) VALUE 'DESCRIPTION'.
            02  FILLER PIC X(9)  VALUE 'ESCALATE'.
            02  FILLER PIC X(8)  VALUE 'KNOWN PB'.

        01  WS-DETAIL-LINE.
            02  DET-PROGRAM       PIC X(8).
            02  FILLER            PIC X(1) VALUE SPACE.
            02  DET-ABCODE        PIC X(4).
            02  FILLER            PIC X(1) VALUE SPACE.
            02  DET-DESC          PIC X(40).
            02  FILLER            PIC X(1) VALUE SPACE.
            02  DET-ESCALATE      PIC X(8).
            02  FILLER            PIC X(1) VALUE SPACE.
            02  DET-KNOWN-PROB    PIC X(8).

      * ONE ENTRY IN FULL FOR S(HOW) - FIVE 80-BYTE LINES
        01  WS-SHOW-AREA.
            02  WS-SHOW-LINE-1.
                03  FILLER        PIC X(9)  VALUE 'ENTRY    '.
                03  SHW-PROGRAM   PIC X(8).
                03  FILLER        PIC X(1)  VALUE SPACE.
                03  SHW-ABCODE    PIC X(4).
                03  FILLER        PIC X(10) VALUE '  CHANGED '.
                03  SHW-OPID      PIC X(3).
                03  FILLER        PIC X(1)  VALUE SPACE.
                03  SHW-DATE      PIC 9(8).
                03  FILLER        PIC X(36) VALUE SPACES.
            02  WS-SHOW-LINE-2.
                03  FILLER        PIC X(9)  VALUE 'DESC     '.
                03  SHW-DESC      PIC X(40).
                03  FILLER        PIC X(31) VALUE SPACES.
            02  WS-SHOW-LINE-3.
                03  FILLER        PIC X(9)  VALUE 'CAUSES   '.
                03  SHW-CAUSES    PIC X(60).
                03  FILLER        PIC X(11) VALUE SPACES.
            02  WS-SHOW-LINE-4.
                03  FILLER        PIC X(9)  VALUE 'RESPONSE '.
                03  SHW-FIRST-RESP PIC X(60).
                03  FILLER        PIC X(11) VALUE SPACES.
            02  WS-SHOW-LINE-5.
                03  FILLER        PIC X(9)  VALUE 'ESCALATE '.
                03  SHW-ESCALATE  PIC X(8).
                03  FILLER        PIC X(16) VALUE '  KNOWN PROBLEM '.
                03  SHW-KNOWN-PROB PIC X(8).
                03  FILLER        PIC X(39) VALUE SPACES.

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
            EXEC CICS SEND FROM(WS-PROMPT) LENGTH(96) ERASE END-EXEC.

        RECEIVE-AND-MAINTAIN.
            MOVE SPACES TO WS-MAINT-INPUT
            EXEC CICS RECEIVE
                INTO(WS-MAINT-INPUT)
                LENGTH(189)
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
                    PERFORM LIST-KB-ENTRIES
                WHEN 'S'
                    PERFORM SHOW-KB-ENTRY
                WHEN 'A'
                    PERFORM ADD-KB-ENTRY
                WHEN 'C'
                    PERFORM CHANGE-KB-ENTRY
                WHEN 'D'
                    PERFORM DELETE-KB-ENTRY
                WHEN OTHER
                    MOVE 'ACTION MUST BE L, S, A, C OR D'
                         TO WS-RESULT-MSG
            END-EVALUATE
            END-IF
            IF WS-RESULT-MSG = SPACES
                IF WS-IN-ACTION = 'L'
                    PERFORM BUILD-AND-SEND-LIST
                END-IF
            ELSE
                EXEC CICS SEND FROM(WS-RESULT-MSG) LENGTH(50) ERASE
                    END-EXEC
            END-IF.

      * NO KNOWLEDGE-BASE ADD/CHANGE/DELETE OUTSIDE THE OPERATOR'S
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

      * UP TO 10 ENTRIES FROM THE KEYED PROGRAM/CODE ONWARD (BLANK
      * STARTS AT THE TOP, WHERE THE '*' WILDCARD ENTRIES SORT)
        LIST-KB-ENTRIES.
            MOVE LOW-VALUES TO WS-OUT-AREA
            MOVE 0 TO WS-MATCH-CNT
            MOVE WS-IN-PROGRAM TO AKB-PROGRAM
            MOVE WS-IN-ABCODE  TO AKB-ABCODE
            IF WS-IN-PROGRAM = SPACES
                MOVE LOW-VALUES TO AKB-KEY
            END-IF
            EXEC CICS STARTBR DATASET('ABNDKB')
                RIDFLD(AKB-KEY)
                GTEQ
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NORMAL)
                PERFORM UNTIL WS-MATCH-CNT >= 10
                        OR WS-RESP NOT = DFHRESP(NORMAL)
                    EXEC CICS READNEXT DATASET('ABNDKB')
                        INTO(ABNDKB-RECORD)
                        RIDFLD(AKB-KEY)
                        RESP(WS-RESP)
                    END-EXEC
                    IF WS-RESP = DFHRESP(NORMAL)
                        ADD 1 TO WS-MATCH-CNT
                        MOVE SPACES TO WS-DETAIL-LINE
                        MOVE AKB-PROGRAM    TO DET-PROGRAM
                        MOVE AKB-ABCODE     TO DET-ABCODE
                        MOVE AKB-DESC       TO DET-DESC
                        MOVE AKB-ESCALATE   TO DET-ESCALATE
                        MOVE AKB-KNOWN-PROB TO DET-KNOWN-PROB
                        MOVE WS-DETAIL-LINE
                            TO OUT-LINE(WS-MATCH-CNT)
                    END-IF
                END-PERFORM
                EXEC CICS ENDBR DATASET('ABNDKB') END-EXEC
            END-IF.

        BUILD-AND-SEND-LIST.
            MOVE WS-HDG-LINE TO OUT-HDG
            IF WS-MATCH-CNT = 0
                MOVE 'NO KNOWLEDGE-BASE ENTRIES ON FILE' TO OUT-LINE(1)
                EXEC CICS SEND FROM(WS-OUT-AREA) LENGTH(160) ERASE
                    END-EXEC
            ELSE
                COMPUTE WS-SEND-LEN = 80 + (WS-MATCH-CNT * 80)
                EXEC CICS SEND FROM(WS-OUT-AREA) LENGTH(WS-SEND-LEN)
                    ERASE
                END-EXEC
            END-IF.

        SHOW-KB-ENTRY.
            MOVE WS-IN-PROGRAM TO AKB-PROGRAM
            MOVE WS-IN-ABCODE  TO AKB-ABCODE
            EXEC CICS READ DATASET('ABNDKB')
                INTO(ABNDKB-RECORD)
                RIDFLD(AKB-KEY)
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE 'ENTRY NOT ON FILE' TO WS-RESULT-MSG
            ELSE
                MOVE AKB-PROGRAM    TO SHW-PROGRAM
                MOVE AKB-ABCODE     TO SHW-ABCODE
                MOVE AKB-CHG-OPID   TO SHW-OPID
                MOVE AKB-CHG-DATE   TO SHW-DATE
                MOVE AKB-DESC       TO SHW-DESC
                MOVE AKB-CAUSES     TO SHW-CAUSES
                MOVE AKB-FIRST-RESP TO SHW-FIRST-RESP
                MOVE AKB-ESCALATE   TO SHW-ESCALATE
                MOVE AKB-KNOWN-PROB TO SHW-KNOWN-PROB
                EXEC CICS SEND FROM(WS-SHOW-AREA) LENGTH(400) ERASE
                    END-EXEC
            END-IF.

        ADD-KB-ENTRY.
            IF WS-IN-PROGRAM = SPACES OR WS-IN-ABCODE = SPACES
                    OR WS-IN-DESC = SPACES
                MOVE 'ADD NEEDS PROGRAM (OR *), CODE AND DESCRIPTION'
                     TO WS-RESULT-MSG
            ELSE
                MOVE WS-IN-PROGRAM    TO AKB-PROGRAM
                MOVE WS-IN-ABCODE     TO AKB-ABCODE
                MOVE WS-IN-DESC       TO AKB-DESC
                MOVE WS-IN-CAUSES     TO AKB-CAUSES
                MOVE WS-IN-FIRST-RESP TO AKB-FIRST-RESP
                MOVE WS-IN-ESCALATE   TO AKB-ESCALATE
                MOVE WS-IN-KNOWN-PROB TO AKB-KNOWN-PROB
                MOVE EIBOPID          TO AKB-CHG-OPID
                MOVE FUNCTION CURRENT-DATE(1:8) TO AKB-CHG-DATE
                EXEC CICS WRITE DATASET('ABNDKB')
                    FROM(ABNDKB-RECORD)
                    RIDFLD(AKB-KEY)
                    RESP(WS-RESP)
                END-EXEC
                IF WS-RESP = DFHRESP(DUPREC)
                    MOVE 'ENTRY ALREADY ON FILE - USE C'
                         TO WS-RESULT-MSG
                ELSE
                IF WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE 'ABNDKB WRITE FAILED' TO WS-RESULT-MSG
                ELSE
                    MOVE 'ENTRY ADDED' TO WS-RESULT-MSG
                END-IF
                END-IF
            END-IF.

      * ONLY THE FIELDS KEYED NON-BLANK ARE REPLACED, SO CORRECTING
      * A KNOWN-PROBLEM NUMBER DOES NOT MEAN RE-KEYING THE WHOLE ENTRY
        CHANGE-KB-ENTRY.
            MOVE WS-IN-PROGRAM TO AKB-PROGRAM
            MOVE WS-IN-ABCODE  TO AKB-ABCODE
            EXEC CICS READ DATASET('ABNDKB')
                INTO(ABNDKB-RECORD)
                RIDFLD(AKB-KEY)
                UPDATE
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE 'ENTRY NOT ON FILE - USE A' TO WS-RESULT-MSG
            ELSE
                IF WS-IN-DESC NOT = SPACES
                    MOVE WS-IN-DESC       TO AKB-DESC
                END-IF
                IF WS-IN-CAUSES NOT = SPACES
                    MOVE WS-IN-CAUSES     TO AKB-CAUSES
                END-IF
                IF WS-IN-FIRST-RESP NOT = SPACES
                    MOVE WS-IN-FIRST-RESP TO AKB-FIRST-RESP
                END-IF
                IF WS-IN-ESCALATE NOT = SPACES
                    MOVE WS-IN-ESCALATE   TO AKB-ESCALATE
                END-IF
                IF WS-IN-KNOWN-PROB NOT = SPACES
                    MOVE WS-IN-KNOWN-PROB TO AKB-KNOWN-PROB
                END-IF
                MOVE EIBOPID TO AKB-CHG-OPID
                MOVE FUNCTION CURRENT-DATE(1:8) TO AKB-CHG-DATE
                EXEC CICS REWRITE DATASET('ABNDKB')
                    FROM(ABNDKB-RECORD)
                    RESP(WS-RESP)
                END-EXEC
                IF WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE 'ABNDKB REWRITE FAILED' TO WS-RESULT-MSG
                ELSE
                    MOVE 'ENTRY CHANGED' TO WS-RESULT-MSG
                END-IF
            END-IF.

        DELETE-KB-ENTRY.
            MOVE WS-IN-PROGRAM TO AKB-PROGRAM
            MOVE WS-IN-ABCODE  TO AKB-ABCODE
            EXEC CICS READ DATASET('ABNDKB')
                INTO(ABNDKB-RECORD)
                RIDFLD(AKB-KEY)
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE 'ENTRY NOT ON FILE' TO WS-RESULT-MSG
            ELSE
                EXEC CICS DELETE DATASET('ABNDKB')
                    RIDFLD(AKB-KEY)
                    RESP(WS-RESP)
                END-EXEC
                IF WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE 'ABNDKB DELETE FAILED' TO WS-RESULT-MSG
                ELSE
                    MOVE 'ENTRY DELETED' TO WS-RESULT-MSG
                END-IF
            END-IF.
