      * 09/01/26 RPI 2185 A 7-DIGIT SEQNO KEYED IN THE NEW FOURTH
      *                   FILTER COLUMN SHOWS THAT ABEND'S ABNDCTX
      *                   CONTEXT RECORD INSTEAD OF THE BROWSE
      * 10/15/26 RPI 2256 EACH LISTED ABEND NOW CARRIES A SECOND LINE
      *                   WITH ITS ABNDKB KNOWLEDGE-BASE ENTRY - THE
      *                   EXACT PROGRAM'S ENTRY, ELSE THE '*' WILDCARD
      *                   ENTRY FOR THE CODE - SO THE HELP DESK SEES
      *                   WHAT IT MEANS, WHO TO ESCALATE TO AND THE
      *                   KNOWN-PROBLEM NUMBER. THE CONTEXT VIEW ADDS
      *                   THE FULL ENTRY, LIKELY CAUSES AND STANDARD
      *                   FIRST RESPONSE INCLUDED
      *****************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. TESTBECQ.
        WORKING-STORAGE SECTION.
        COPY ABNDLOG.
        COPY ABNDCTX.
        COPY ABNDKB.

        01  WS-RESP               PIC S9(8) COMP.
        01  WS-MATCH-CNT          PIC 9(2) VALUE 0.
        01  WS-LINE-CNT           PIC 9(2) VALUE 0.
        01  WS-KB-RESP            PIC S9(8) COMP.
        01  WS-KB-SW              PIC X VALUE 'N'.
            88  WS-KB-FOUND           VALUE 'Y'.

        01  WS-FILTER-INPUT.
            02  WS-TRNID-FILTER       PIC X(4).
                03  FILLER        PIC X(9)  VALUE ' EIBRESP '.
                03  CTX-RESP-O    PIC Z(7)9.
                03  FILLER        PIC X(11) VALUE SPACES.
            02  WS-CTX-LINE-3.
                03  FILLER        PIC X(3)  VALUE 'KB '.
                03  CTX-KB-DESC-O PIC X(40).
                03  FILLER        PIC X(5)  VALUE ' ESC '.
                03  CTX-KB-ESC-O  PIC X(8).
                03  FILLER        PIC X(4)  VALUE ' KP '.
                03  CTX-KB-KP-O   PIC X(8).
                03  FILLER        PIC X(12) VALUE SPACES.
            02  WS-CTX-LINE-4.
                03  FILLER        PIC X(9)  VALUE 'CAUSES   '.
                03  CTX-KB-CAUSE-O PIC X(60).
                03  FILLER        PIC X(11) VALUE SPACES.
            02  WS-CTX-LINE-5.
                03  FILLER        PIC X(9)  VALUE 'RESPONSE '.
                03  CTX-KB-RESP-O PIC X(60).
                03  FILLER        PIC X(11) VALUE SPACES.
        01  WS-CTX-MISS-MSG.
            02  FILLER PIC X(38) VALUE
                'NO CONTEXT RECORD FOR THAT ABEND SEQNO'.
            02  FILLER            PIC X(2) VALUE SPACES.
            02  DET-TIME          PIC 9(7).

      * KNOWLEDGE-BASE LINE UNDER EACH LISTED ABEND
        01  WS-KB-LINE.
            02  FILLER            PIC X(8) VALUE SPACES.
            02  KBL-DESC          PIC X(40).
            02  FILLER            PIC X(5) VALUE ' ESC '.
            02  KBL-ESCALATE      PIC X(8).
            02  FILLER            PIC X(4) VALUE ' KP '.
            02  KBL-KNOWN-PROB    PIC X(8).
        01  WS-KB-MISS-LINE.
            02  FILLER            PIC X(8) VALUE SPACES.
            02  FILLER            PIC X(40) VALUE
                'NO KNOWLEDGE-BASE ENTRY FOR THIS CODE'.

        01  WS-NO-MATCH-MSG.
            02  FILLER PIC X(37) VALUE
                'NO ABEND EVENTS MATCH THOSE FILTERS'.

        01  WS-OUT-AREA.
            02  OUT-HDG           PIC X(80).
            02  OUT-LINE OCCURS 20 TIMES PIC X(80).
        01  WS-SEND-LEN           PIC 9(4) COMP.

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
      * BROWSE ABNDLOG FROM THE LOWEST KEY, LISTING UP TO 10 ENTRIES
      * WHOSE TRNID MATCHES THE OPERATOR'S FILTER (OR EVERY ENTRY IF
      * THE FILTER WAS LEFT BLANK) AND WHOSE ABND-DATE FALLS WITHIN
      * ANY FROM-DATE/TO-DATE BOUND THE OPERATOR ALSO SUPPLIED - TWO
      * SCREEN LINES EACH, THE EVENT AND ITS KNOWLEDGE-BASE ENTRY
        RECEIVE-FILTER-AND-LIST.
            MOVE SPACES TO WS-FILTER-INPUT
            EXEC CICS RECEIVE
                EXEC CICS RETURN END-EXEC
            END-IF
            MOVE 0 TO WS-MATCH-CNT
            MOVE 0 TO WS-LINE-CNT
            MOVE LOW-VALUES TO ABND-KEY
            EXEC CICS STARTBR DATASET('ABNDLOG')
                RIDFLD(ABND-KEY)
                        ERASE
                    END-EXEC
                ELSE
                    PERFORM LOOKUP-CONTEXT-KB
                    MOVE ACTX-SEQNO    TO CTX-SEQNO-O
                    MOVE ACTX-TRMID    TO CTX-TRMID-O
                    MOVE ACTX-OPID     TO CTX-OPID-O
                    MOVE ACTX-COMM-HEX TO CTX-COMM-O
                    MOVE ACTX-EIBFN-HEX TO CTX-EIBFN-O
                    MOVE ACTX-RESP     TO CTX-RESP-O
                    EXEC CICS SEND FROM(WS-CTX-OUT-AREA) LENGTH(400)
                        ERASE
                    END-EXEC
                END-IF
            MOVE ABND-PROGRAM TO DET-PROGRAM
            MOVE ABND-DATE   TO DET-DATE
            MOVE ABND-TIME   TO DET-TIME
            ADD 1 TO WS-LINE-CNT
            MOVE WS-DETAIL-LINE TO OUT-LINE(WS-LINE-CNT)
            PERFORM LOOKUP-ABEND-KB
            ADD 1 TO WS-LINE-CNT
            IF WS-KB-FOUND
                MOVE AKB-DESC       TO KBL-DESC
                MOVE AKB-ESCALATE   TO KBL-ESCALATE
                MOVE AKB-KNOWN-PROB TO KBL-KNOWN-PROB
                MOVE WS-KB-LINE TO OUT-LINE(WS-LINE-CNT)
            ELSE
                MOVE WS-KB-MISS-LINE TO OUT-LINE(WS-LINE-CNT)
            END-IF.

      * KNOWLEDGE-BASE ENTRY FOR ABND-PROGRAM/ABND-ABCODE - THE
      * PROGRAM'S OWN ENTRY IF THERE IS ONE, ELSE THE '*' WILDCARD
      * ENTRY FOR THE CODE. ITS OWN RESP FIELD, SO THE ABNDLOG
      * BROWSE'S WS-RESP SURVIVES A KNOWLEDGE-BASE MISS
        LOOKUP-ABEND-KB.
            MOVE 'N' TO WS-KB-SW
            MOVE ABND-PROGRAM TO AKB-PROGRAM
            MOVE ABND-ABCODE  TO AKB-ABCODE
            EXEC CICS READ DATASET('ABNDKB')
                INTO(ABNDKB-RECORD)
                RIDFLD(AKB-KEY)
                RESP(WS-KB-RESP)
            END-EXEC
            IF WS-KB-RESP NOT = DFHRESP(NORMAL)
                MOVE '*'         TO AKB-PROGRAM
                MOVE ABND-ABCODE TO AKB-ABCODE
                EXEC CICS READ DATASET('ABNDKB')
                    INTO(ABNDKB-RECORD)
                    RIDFLD(AKB-KEY)
                    RESP(WS-KB-RESP)
                END-EXEC
            END-IF
            IF WS-KB-RESP = DFHRESP(NORMAL)
                SET WS-KB-FOUND TO TRUE
            END-IF.

      * THE CONTEXT VIEW'S FULL KNOWLEDGE-BASE ENTRY - ABNDCTX DOES
      * NOT CARRY THE PROGRAM OR ABEND CODE, SO THE ABNDLOG EVENT
      * UNDER THE SAME SEQNO IS READ FOR THEM
        LOOKUP-CONTEXT-KB.
            MOVE SPACES TO CTX-KB-DESC-O CTX-KB-ESC-O CTX-KB-KP-O
                           CTX-KB-CAUSE-O CTX-KB-RESP-O
            MOVE 'N' TO WS-KB-SW
            MOVE ACTX-SEQNO TO ABND-SEQNO
            EXEC CICS READ DATASET('ABNDLOG')
                INTO(ABND-RECORD)
                RIDFLD(ABND-KEY)
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NORMAL)
                PERFORM LOOKUP-ABEND-KB
            END-IF
            IF WS-KB-FOUND
                MOVE AKB-DESC       TO CTX-KB-DESC-O
                MOVE AKB-ESCALATE   TO CTX-KB-ESC-O
                MOVE AKB-KNOWN-PROB TO CTX-KB-KP-O
                MOVE AKB-CAUSES     TO CTX-KB-CAUSE-O
                MOVE AKB-FIRST-RESP TO CTX-KB-RESP-O
            ELSE
                MOVE 'NO KNOWLEDGE-BASE ENTRY FOR THIS CODE'
                     TO CTX-KB-DESC-O
            END-IF.

        BUILD-AND-SEND-REPORT.
            MOVE LOW-VALUES TO WS-OUT-AREA
                EXEC CICS SEND FROM(WS-OUT-AREA) LENGTH(160) ERASE
                    END-EXEC
            ELSE
                COMPUTE WS-SEND-LEN = 80 + (WS-LINE-CNT * 80)
                EXEC CICS SEND FROM(WS-OUT-AREA) LENGTH(WS-SEND-LEN)
                    ERASE
                END-EXEC
