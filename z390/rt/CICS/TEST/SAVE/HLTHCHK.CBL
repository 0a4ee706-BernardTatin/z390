      *          the floor opens: it attempts a harmless keyed read
      *          (GTEQ from the lowest key) against each critical
      *          file - CUSTFIL, GUI6HIST, QUOTEFIL, TERMLANG,
      *          PRODCAT, ABNDLOG, OOBLOG, TRNDSBL - and a write/read
      *          against the HCHK scratch TD queue, then displays one
      *          PASS/FAIL line per resource with the RESP code on
      *          failures - the same one-screen-tells-all idea
      *          BATCHWIN gives us for batch, applied to region
      *          it just has no data yet.
      *****************************************************************
      * 09/01/26 RPI 2203 INITIAL CODING
      * 10/15/26 RPI 2254 THE TRNDSBL ABEND-STORM BREAKER FILE IS
      *                   PROBED WITH THE OTHERS, AND EVERY TRANSID THE
      *                   BREAKER HAS DISABLED IS LISTED UNDER THE FILE
      *                   LINES WITH ITS ABEND COUNT AND LAST ABEND, SO
      *                   THE MORNING CHECK SHOWS A TRANSACTION STILL
      *                   OUT OF SERVICE FROM OVERNIGHT
      *****************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. HLTHCHK.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
        COPY TRNDSBL.

        01  WS-RESP               PIC S9(8) COMP.
        01  WS-LINE-CNT           PIC 9(2) VALUE 0.
        01  WS-FAIL-CNT           PIC 9(2) VALUE 0.
        01  WS-DSBL-CNT           PIC 9(2) VALUE 0.
        01  WS-SEND-LEN           PIC 9(4) COMP.

      * GENERIC KEY/RECORD BUFFERS - THE LONGEST KEY IN THE SET IS
                03  FILLER        PIC X(34) VALUE
                    'REGION HEALTH CHECK - FILE STATUS '.
                03  FILLER        PIC X(46) VALUE SPACES.
            02  OUT-LINE OCCURS 20 TIMES PIC X(80).
        01  WS-DETAIL-LINE.
            02  DET-RESOURCE      PIC X(8).
            02  FILLER            PIC X(2) VALUE SPACES.
            02  DET-RESP-TXT      PIC X(5).
            02  DET-RESP          PIC Z(8)9.

      * ONE LINE PER TRANSID THE TRNBRKR BREAKER HAS DISABLED
        01  WS-DSBL-LINE.
            02  FILLER            PIC X(8)  VALUE 'TRANSID '.
            02  DSB-TRNID         PIC X(4).
            02  FILLER            PIC X(13) VALUE ' DISABLED AT '.
            02  DSB-DATE          PIC 9(7).
            02  FILLER            PIC X     VALUE SPACE.
            02  DSB-TIME          PIC 9(7).
            02  FILLER            PIC X(2)  VALUE SPACES.
            02  DSB-ABND-CNT      PIC ZZZZ9.
            02  FILLER            PIC X(14) VALUE ' ABENDS, LAST '.
            02  DSB-ABCODE        PIC X(4).
            02  FILLER            PIC X(4)  VALUE ' IN '.
            02  DSB-PROGRAM       PIC X(8).

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            MOVE 'CUSTFIL' TO WS-RESOURCE
            PERFORM PROBE-ONE-FILE
            MOVE 'OOBLOG' TO WS-RESOURCE
            PERFORM PROBE-ONE-FILE
            MOVE 'TRNDSBL' TO WS-RESOURCE
            PERFORM PROBE-ONE-FILE
            PERFORM PROBE-SCRATCH-QUEUE
            PERFORM LIST-DISABLED-TRANSIDS
            PERFORM SEND-HEALTH-REPORT
            EXEC CICS RETURN END-EXEC.

            END-IF
            MOVE WS-DETAIL-LINE TO OUT-LINE(WS-LINE-CNT).

      * A TRANSID LEFT DISABLED BY THE ABEND-STORM BREAKER IS STILL
      * TURNING OPERATORS AWAY - LIST EACH ONE UNDER THE FILE LINES
      * UNTIL A SUPERVISOR RE-ENABLES IT THROUGH TRNDMNT
        LIST-DISABLED-TRANSIDS.
            MOVE LOW-VALUES TO TDS-KEY
            EXEC CICS STARTBR DATASET('TRNDSBL')
                RIDFLD(TDS-KEY)
                GTEQ
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NORMAL)
                PERFORM UNTIL WS-LINE-CNT >= 20
                        OR WS-RESP NOT = DFHRESP(NORMAL)
                    EXEC CICS READNEXT DATASET('TRNDSBL')
                        INTO(TDS-RECORD)
                        RIDFLD(TDS-KEY)
                        RESP(WS-RESP)
                    END-EXEC
                    IF WS-RESP = DFHRESP(NORMAL) AND TDS-DISABLED
                        ADD 1 TO WS-LINE-CNT
                        ADD 1 TO WS-DSBL-CNT
                        MOVE TDS-TRNID        TO DSB-TRNID
                        MOVE TDS-DIS-DATE     TO DSB-DATE
                        MOVE TDS-DIS-TIME     TO DSB-TIME
                        MOVE TDS-ABND-CNT     TO DSB-ABND-CNT
                        MOVE TDS-LAST-ABCODE  TO DSB-ABCODE
                        MOVE TDS-LAST-PROGRAM TO DSB-PROGRAM
                        MOVE WS-DSBL-LINE TO OUT-LINE(WS-LINE-CNT)
                    END-IF
                END-PERFORM
                EXEC CICS ENDBR DATASET('TRNDSBL') END-EXEC
            END-IF.

        SEND-HEALTH-REPORT.
            IF WS-FAIL-CNT = 0 AND WS-DSBL-CNT = 0
                MOVE 'REGION HEALTH CHECK - ALL RESOURCES PASS  '
                    TO OUT-HDG
            ELSE
            IF WS-FAIL-CNT = 0
                MOVE 'REGION HEALTH CHECK - ** TRANSIDS DISABLED **'
                    TO OUT-HDG
            ELSE
                MOVE 'REGION HEALTH CHECK - ** FAILURES BELOW **'
                    TO OUT-HDG
            END-IF
            END-IF
            COMPUTE WS-SEND-LEN = 80 + (WS-LINE-CNT * 80)
            EXEC CICS SEND FROM(WS-OUT-AREA) LENGTH(WS-SEND-LEN)
                ERASE
