      *****************************************************************
      * Author.  Maintenance team, following the OOBLOGQ style
      * Remarks. Help-desk view of the INCREG incident register that
      *          INCGRP builds each night from ABNDLOG, OOBLOG and the
      *          dead-lettered service calls. The default screen lists
      *          up to 10 incidents not yet resolved ('A' in the VIEW
      *          column lists resolved ones too) - status, owner,
      *          first and latest event, the program that started it
      *          and how many abends, out-of-balance events and dead
      *          letters it took in. Action 'E' with an incident
      *          number shows that incident and its first 10 events
      *          from INCEVT, each with where it came from and why
      *          INCGRP grouped it there. Action 'S' sets an
      *          incident's status (O/I/R) and/or owner - a blank
      *          field is left as it is - stamped with the operator's
      *          opid and the date the way OOBLOGQ stamps an event.
      *          Input is VIEW(1) ACTION(1) INCIDENT(7) STATUS(1)
      *          OWNER(3). Plain-text screen, no BMS map.
      *****************************************************************
      * 10/15/26 RPI 2257 INITIAL CODING
      *****************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. INCVIEW.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
        COPY INCREG.
        COPY INCEVT.

        01  WS-RESP               PIC S9(8) COMP.
        01  WS-MATCH-CNT          PIC 9(2) VALUE 0.
        01  WS-INC-WANTED         PIC 9(7).

        01  WS-FILTER-INPUT.
            02  WS-VIEW-ALL           PIC X(1).
            02  WS-ACTION             PIC X(1).
            02  WS-ACT-INCIDENT       PIC X(7).
            02  WS-ACT-STATUS         PIC X(1).
            02  WS-ACT-OWNER          PIC X(3).
        01  WS-RESULT-MSG             PIC X(50) VALUE SPACES.

        01  WS-PROMPT.
            02  FILLER PIC X(46) VALUE
                'KEY VIEW(A=ALL) ACTION(E=EVENTS,S=SET) INCIDEN'.
            02  FILLER PIC X(34) VALUE
                'T(7) STATUS(O/I/R) OWNER(3), ENTER'.

        01  WS-HDG-LINE.
            02  FILLER PIC X(8)  VALUE 'INCIDENT'.
            02  FILLER PIC X(2)  VALUE 'S'.
            02  FILLER PIC X(4)  VALUE 'OWN'.
            02  FILLER PIC X(16) VALUE 'FIRST EVENT'.
            02  FILLER PIC X(16) VALUE 'LATEST EVENT'.
            02  FILLER PIC X(9)  VALUE 'PROGRAM'.
            02  FILLER PIC X(6)  VALUE ' ABND'.
            02  FILLER PIC X(6)  VALUE '   OOB'.
            02  FILLER PIC X(5)  VALUE ' DEAD'.

        01  WS-DETAIL-LINE.
            02  DET-INC           PIC Z(6)9.
            02  FILLER            PIC X(1) VALUE SPACE.
            02  DET-STATUS        PIC X.
            02  FILLER            PIC X(1) VALUE SPACE.
            02  DET-OWNER         PIC X(3).
            02  FILLER            PIC X(1) VALUE SPACE.
            02  DET-FIRST-DATE    PIC 9(8).
            02  FILLER            PIC X(1) VALUE SPACE.
            02  DET-FIRST-TIME    PIC 9(6).
            02  FILLER            PIC X(1) VALUE SPACE.
            02  DET-LAST-DATE     PIC 9(8).
            02  FILLER            PIC X(1) VALUE SPACE.
            02  DET-LAST-TIME     PIC 9(6).
            02  FILLER            PIC X(1) VALUE SPACE.
            02  DET-PROGRAM       PIC X(8).
            02  FILLER            PIC X(1) VALUE SPACE.
            02  DET-ABND          PIC ZZZZ9.
            02  FILLER            PIC X(1) VALUE SPACE.
            02  DET-OOB           PIC ZZZZ9.
            02  FILLER            PIC X(1) VALUE SPACE.
            02  DET-DEAD          PIC ZZZZ9.

      * SOURCE A=ABNDLOG O=OOBLOG D=DEAD LETTER, HOW F=FIRST EVENT
      * C=CORRELATION ID P=SAME PROGRAM T=TIME WINDOW
        01  WS-EVT-HDG-LINE.
            02  FILLER PIC X(6)  VALUE '  SEQ'.
            02  FILLER PIC X(2)  VALUE 'S'.
            02  FILLER PIC X(9)  VALUE 'PROGRAM'.
            02  FILLER PIC X(9)  VALUE 'CODE'.
            02  FILLER PIC X(16) VALUE 'WHEN'.
            02  FILLER PIC X(2)  VALUE 'H'.
            02  FILLER PIC X(17) VALUE 'SOURCE KEY'.
            02  FILLER PIC X(16) VALUE 'CORRELATION ID'.

        01  WS-EVT-LINE.
            02  EVT-SEQ           PIC ZZZZ9.
            02  FILLER            PIC X(1) VALUE SPACE.
            02  EVT-SOURCE        PIC X.
            02  FILLER            PIC X(1) VALUE SPACE.
            02  EVT-PROGRAM       PIC X(8).
            02  FILLER            PIC X(1) VALUE SPACE.
            02  EVT-CODE          PIC X(8).
            02  FILLER            PIC X(1) VALUE SPACE.
            02  EVT-DATE          PIC 9(8).
            02  FILLER            PIC X(1) VALUE SPACE.
            02  EVT-TIME          PIC 9(6).
            02  FILLER            PIC X(1) VALUE SPACE.
            02  EVT-HOW           PIC X.
            02  FILLER            PIC X(1) VALUE SPACE.
            02  EVT-SOURCE-KEY    PIC X(16).
            02  FILLER            PIC X(1) VALUE SPACE.
            02  EVT-CORR-ID       PIC X(16).

        01  WS-NO-MATCH-MSG.
            02  FILLER PIC X(30) VALUE
                'NO INCIDENTS MATCH THE VIEW'.

        01  WS-OUT-AREA.
            02  OUT-HDG           PIC X(80).
            02  OUT-LINE OCCURS 11 TIMES PIC X(80).
        01  WS-SEND-LEN           PIC 9(4) COMP.

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            IF EIBCALEN = 0
                PERFORM SEND-FILTER-PROMPT
            ELSE
                PERFORM RECEIVE-FILTER-AND-LIST.

            EXEC CICS RETURN END-EXEC.

        SEND-FILTER-PROMPT.
            EXEC CICS SEND FROM(WS-PROMPT) LENGTH(80) ERASE END-EXEC.

      * BROWSE INCREG FROM THE LOWEST INCIDENT NUMBER, LISTING UP TO
      * 10 INCIDENTS STILL OPEN OR UNDER INVESTIGATION (OR ANY
      * INCIDENT WHEN VIEW IS 'A')
        RECEIVE-FILTER-AND-LIST.
            MOVE SPACES TO WS-FILTER-INPUT
            EXEC CICS RECEIVE
                INTO(WS-FILTER-INPUT)
                LENGTH(13)
                RESP(WS-RESP)
            END-EXEC
            IF WS-ACTION = 'S'
                PERFORM SET-INCIDENT-STATUS
                EXEC CICS SEND FROM(WS-RESULT-MSG) LENGTH(50) ERASE
                    END-EXEC
                EXEC CICS RETURN END-EXEC
            END-IF
            IF WS-ACTION = 'E'
                PERFORM LIST-INCIDENT-EVENTS
                EXEC CICS RETURN END-EXEC
            END-IF
            MOVE 0 TO WS-MATCH-CNT
            MOVE LOW-VALUES TO WS-OUT-AREA
            MOVE LOW-VALUES TO INC-KEY
            EXEC CICS STARTBR DATASET('INCREG')
                RIDFLD(INC-KEY)
                GTEQ
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NORMAL)
                PERFORM UNTIL WS-MATCH-CNT >= 10
                        OR WS-RESP NOT = DFHRESP(NORMAL)
                    EXEC CICS READNEXT DATASET('INCREG')
                        INTO(INC-RECORD)
                        RIDFLD(INC-KEY)
                        RESP(WS-RESP)
                    END-EXEC
                    IF WS-RESP = DFHRESP(NORMAL)
                        IF WS-VIEW-ALL = 'A'
                                OR NOT INC-RESOLVED
                            ADD 1 TO WS-MATCH-CNT
                            PERFORM FORMAT-DETAIL-LINE
                            MOVE WS-DETAIL-LINE
                                TO OUT-LINE(WS-MATCH-CNT)
                        END-IF
                    END-IF
                END-PERFORM
                EXEC CICS ENDBR DATASET('INCREG') END-EXEC
            END-IF
            PERFORM BUILD-AND-SEND-REPORT.

        FORMAT-DETAIL-LINE.
            MOVE SPACES TO WS-DETAIL-LINE
            MOVE INC-NUMBER         TO DET-INC
            IF INC-STATUS = SPACE
                MOVE 'O' TO DET-STATUS
            ELSE
                MOVE INC-STATUS TO DET-STATUS
            END-IF
            MOVE INC-OWNER-OPID     TO DET-OWNER
            MOVE INC-FIRST-DATE     TO DET-FIRST-DATE
            MOVE INC-FIRST-TIME     TO DET-FIRST-TIME
            MOVE INC-LAST-DATE      TO DET-LAST-DATE
            MOVE INC-LAST-TIME      TO DET-LAST-TIME
            MOVE INC-PROGRAM        TO DET-PROGRAM
            MOVE INC-ABND-CNT       TO DET-ABND
            MOVE INC-OOB-CNT        TO DET-OOB
            MOVE INC-DEAD-CNT       TO DET-DEAD.

      * ONE INCIDENT ON THE TOP LINE, THEN ITS EVENTS IN THE ORDER
      * INCGRP FILED THEM - INCEVT IS KEYED INCIDENT/SEQ, SO THE
      * BROWSE STARTS AT SEQ 0 AND STOPS AT THE NEXT INCIDENT
        LIST-INCIDENT-EVENTS.
            MOVE LOW-VALUES TO WS-OUT-AREA
            IF WS-ACT-INCIDENT NOT NUMERIC
                MOVE 'INCIDENT MUST BE 7 NUMERIC DIGITS'
                     TO WS-RESULT-MSG
                EXEC CICS SEND FROM(WS-RESULT-MSG) LENGTH(50) ERASE
                    END-EXEC
            ELSE
                MOVE WS-ACT-INCIDENT TO INC-NUMBER
                EXEC CICS READ DATASET('INCREG')
                    INTO(INC-RECORD)
                    RIDFLD(INC-KEY)
                    RESP(WS-RESP)
                END-EXEC
                IF WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE 'INCIDENT NOT ON FILE' TO WS-RESULT-MSG
                    EXEC CICS SEND FROM(WS-RESULT-MSG) LENGTH(50)
                        ERASE
                    END-EXEC
                ELSE
                    PERFORM FORMAT-DETAIL-LINE
                    MOVE WS-DETAIL-LINE  TO OUT-HDG
                    MOVE WS-EVT-HDG-LINE TO OUT-LINE(1)
                    MOVE 1 TO WS-MATCH-CNT
                    MOVE INC-NUMBER TO WS-INC-WANTED
                    MOVE INC-NUMBER TO IEV-INC-NUMBER
                    MOVE 0          TO IEV-SEQ
                    EXEC CICS STARTBR DATASET('INCEVT')
                        RIDFLD(IEV-KEY)
                        GTEQ
                        RESP(WS-RESP)
                    END-EXEC
                    IF WS-RESP = DFHRESP(NORMAL)
                        PERFORM UNTIL WS-MATCH-CNT >= 11
                                OR WS-RESP NOT = DFHRESP(NORMAL)
                            EXEC CICS READNEXT DATASET('INCEVT')
                                INTO(IEV-RECORD)
                                RIDFLD(IEV-KEY)
                                RESP(WS-RESP)
                            END-EXEC
                            IF WS-RESP = DFHRESP(NORMAL)
                                IF IEV-INC-NUMBER NOT = WS-INC-WANTED
                                    MOVE DFHRESP(ENDFILE) TO WS-RESP
                                ELSE
                                    ADD 1 TO WS-MATCH-CNT
                                    PERFORM FORMAT-EVENT-LINE
                                END-IF
                            END-IF
                        END-PERFORM
                        EXEC CICS ENDBR DATASET('INCEVT') END-EXEC
                    END-IF
                    COMPUTE WS-SEND-LEN = 80 + (WS-MATCH-CNT * 80)
                    EXEC CICS SEND FROM(WS-OUT-AREA)
                        LENGTH(WS-SEND-LEN)
                        ERASE
                    END-EXEC
                END-IF
            END-IF.

        FORMAT-EVENT-LINE.
            MOVE SPACES TO WS-EVT-LINE
            MOVE IEV-SEQ            TO EVT-SEQ
            MOVE IEV-SOURCE         TO EVT-SOURCE
            MOVE IEV-PROGRAM        TO EVT-PROGRAM
            MOVE IEV-CODE           TO EVT-CODE
            MOVE IEV-DATE           TO EVT-DATE
            MOVE IEV-TIME           TO EVT-TIME
            MOVE IEV-GROUPED-BY     TO EVT-HOW
            MOVE IEV-SOURCE-KEY     TO EVT-SOURCE-KEY
            MOVE IEV-CORR-ID        TO EVT-CORR-ID
            MOVE WS-EVT-LINE TO OUT-LINE(WS-MATCH-CNT).

      * SET AN INCIDENT'S STATUS AND/OR OWNER - A BLANK FIELD LEAVES
      * THAT ONE AS IT WAS. WHO CHANGED IT AND WHEN IS STAMPED ON
      * THE RECORD SO THE HAND-OFF TRAIL SURVIVES
        SET-INCIDENT-STATUS.
            IF WS-ACT-INCIDENT NOT NUMERIC
                MOVE 'INCIDENT MUST BE 7 NUMERIC DIGITS'
                     TO WS-RESULT-MSG
            ELSE
            IF WS-ACT-STATUS = SPACE AND WS-ACT-OWNER = SPACES
                MOVE 'KEY A STATUS, AN OWNER OR BOTH' TO WS-RESULT-MSG
            ELSE
            IF WS-ACT-STATUS NOT = SPACE
                    AND WS-ACT-STATUS NOT = 'O'
                    AND WS-ACT-STATUS NOT = 'I'
                    AND WS-ACT-STATUS NOT = 'R'
                MOVE 'STATUS MUST BE O, I OR R' TO WS-RESULT-MSG
            ELSE
                MOVE WS-ACT-INCIDENT TO INC-NUMBER
                EXEC CICS READ DATASET('INCREG')
                    INTO(INC-RECORD)
                    RIDFLD(INC-KEY)
                    UPDATE
                    RESP(WS-RESP)
                END-EXEC
                IF WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE 'INCIDENT NOT ON FILE' TO WS-RESULT-MSG
                ELSE
                    IF WS-ACT-STATUS NOT = SPACE
                        MOVE WS-ACT-STATUS TO INC-STATUS
                    END-IF
                    IF WS-ACT-OWNER NOT = SPACES
                        MOVE WS-ACT-OWNER TO INC-OWNER-OPID
                    END-IF
                    MOVE EIBOPID       TO INC-UPD-OPID
                    MOVE FUNCTION CURRENT-DATE(1:8) TO INC-UPD-DATE
                    EXEC CICS REWRITE DATASET('INCREG')
                        FROM(INC-RECORD)
                        RESP(WS-RESP)
                    END-EXEC
                    IF WS-RESP NOT = DFHRESP(NORMAL)
                        MOVE 'UNABLE TO REWRITE INCIDENT'
                             TO WS-RESULT-MSG
                    ELSE
                        MOVE 'INCIDENT UPDATED' TO WS-RESULT-MSG
                    END-IF
                END-IF
            END-IF
            END-IF
            END-IF.

        BUILD-AND-SEND-REPORT.
            MOVE WS-HDG-LINE TO OUT-HDG
            IF WS-MATCH-CNT = 0
                MOVE WS-NO-MATCH-MSG TO OUT-LINE(1)
                EXEC CICS SEND FROM(WS-OUT-AREA) LENGTH(160) ERASE
                    END-EXEC
            ELSE
                COMPUTE WS-SEND-LEN = 80 + (WS-MATCH-CNT * 80)
                EXEC CICS SEND FROM(WS-OUT-AREA) LENGTH(WS-SEND-LEN)
                    ERASE
                END-EXEC
            END-IF.
