      ***************************************************************
      * Author.  Maintenance team, following the TDQMON/CARCDRN style
      * Remarks. First step of the overnight window. The online day
      *          is closed at the cutoff by the DAYCTL transaction,
      *          which refuses further customer updates, writes out
      *          the TD queues the drains read and queues one
      *          DAY-CLOSED event to TD queue DAYC - a live task must
      *          not do flat-file I/O, so this step is where the
      *          close reaches BATCHLOG:
      *            - every DAYC event since the last landing (the
      *              morning's DAY-OPENED included) goes to BATCHLOG
      *              as an 'ARCH' line, so who opened and closed the
      *              day, and when, stays on the log;
      *            - the depth of each drain queue's extract (BREAD,
      *              CARC, ADRN, BREJ, BQEX, BQHIT, BVOL, PMTA,
      *              PCLOG) is counted and noted beside it, the same
      *              way TDQMON counts them, before a single drain
      *              has run;
      *            - the completion entry is 'DONE' with a DAY-CLOSED
      *              detail. JOBDEPS makes GUI6GATE and every drain
      *              wait on that through JOBCTL.
      *          When the last DAYC event is not a close (the day was
      *          never closed, or was opened again) the entry is
      *          'FAIL' DAY NOT CLOSED and the step ends return code
      *          8; the chain is held, nothing is landed and DAYC is
      *          left as it was. A supervisor closes the day in
      *          DAYCTL and this step is rerun. Once landed, the
      *          DAYC extract is truncated the same way CARCDRN
      *          truncates CARC.
      ***************************************************************
      * 10/15/26 RPI 2255 INITIAL CODING
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAYCLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DAYC-EXTRACT ASSIGN TO 'DAYC'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL BREAD-FILE ASSIGN TO 'BREAD'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CARC-FILE ASSIGN TO 'CARC'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL ADRN-FILE ASSIGN TO 'ADRN'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL BREJ-FILE ASSIGN TO 'BREJ'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL BQEX-FILE ASSIGN TO 'BQEX'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL BQHIT-FILE ASSIGN TO 'BQHIT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL BVOL-FILE ASSIGN TO 'BVOL'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PMTA-FILE ASSIGN TO 'PMTA'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PCLOG-FILE ASSIGN TO 'PCLOG'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BATCH-LOG-FILE ASSIGN TO 'BATCHLOG'
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DAYC-EXTRACT.
       01  DAYC-LINE                PIC X(37).
       FD  BREAD-FILE.
       01  BREAD-LINE               PIC X(200).
       FD  CARC-FILE.
       01  CARC-LINE                PIC X(200).
       FD  ADRN-FILE.
       01  ADRN-LINE                PIC X(200).
       FD  BREJ-FILE.
       01  BREJ-LINE                PIC X(200).
       FD  BQEX-FILE.
       01  BQEX-LINE                PIC X(200).
       FD  BQHIT-FILE.
       01  BQHIT-LINE               PIC X(200).
       FD  BVOL-FILE.
       01  BVOL-LINE                PIC X(200).
       FD  PMTA-FILE.
       01  PMTA-LINE                PIC X(200).
       FD  PCLOG-FILE.
       01  PCLOG-LINE               PIC X(200).
       FD  BATCH-LOG-FILE.
       01  BL-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       COPY BATCHLOG.
       01  WS-EOF-SW                PIC X VALUE 'N'.
           88  WS-NO-MORE-RECS           VALUE 'Y'.

       01  WS-RUN-DATE.
           02  WS-RUN-YYYY          PIC 9(4).
           02  WS-RUN-MM            PIC 9(2).
           02  WS-RUN-DD            PIC 9(2).

      * DAYCTL'S DAY-CLOSED / DAY-OPENED EVENT AS IT SITS ON THE DAYC
      * EXTRACT - EIBDATE (0CYYDDD) AND EIBTIME (0HHMMSS) OF THE TASK
       01  WS-DAYC-REC.
           02  DAYC-EVENT           PIC X(6).
           02  FILLER               PIC X.
           02  DAYC-OPID            PIC X(3).
           02  FILLER               PIC X.
           02  DAYC-DATE            PIC 9(7).
           02  FILLER               PIC X.
           02  DAYC-TIME            PIC 9(7).
           02  FILLER               PIC X.
           02  DAYC-TRMID           PIC X(4).
           02  FILLER               PIC X.
           02  DAYC-FLUSHED         PIC 9(2).
           02  FILLER               PIC X.
           02  DAYC-QUEUES          PIC 9(2).

      * THE EVENTS ARE HELD UNTIL THE LAST ONE SAYS WHETHER THE DAY
      * IS CLOSED - NOTHING IS LANDED ON A NIGHT IT IS NOT
       01  WS-EVENT-CNT             PIC 9(3) VALUE 0.
       01  WS-EVENT-DROPPED         PIC 9(5) VALUE 0.
       01  WS-EVENT-TBL.
           02  WS-EVENT-LINE OCCURS 50 TIMES PIC X(37).
       01  WS-EVENT-SUB             PIC 9(3).
       01  WS-LAST-EVENT            PIC X(6) VALUE SPACES.
           88  WS-DAY-CLOSED             VALUE 'CLOSED'.
       01  WS-CLOSE-REC             PIC X(37) VALUE SPACES.

       01  WS-Q-NAME                PIC X(8).
       01  WS-Q-DEPTH               PIC 9(7).
       01  WS-TOTAL-DEPTH           PIC 9(8) VALUE 0.

      * ONE 'ARCH' LINE PER DAYC EVENT, THEN ONE PER QUEUE
       01  WS-EVENT-DETAIL.
           02  EVD-TEXT             PIC X(11).
           02  EVD-OPID             PIC X(3).
           02  FILLER               PIC X VALUE SPACE.
           02  EVD-DATE             PIC 9(7).
           02  FILLER               PIC X VALUE SPACE.
           02  EVD-TIME             PIC 9(6).
           02  FILLER               PIC X VALUE SPACE.
           02  EVD-TRMID            PIC X(4).
       01  WS-QUEUE-DETAIL.
           02  FILLER               PIC X(9) VALUE 'TD QUEUE '.
           02  QD-NAME              PIC X(8).
           02  FILLER               PIC X(7) VALUE ' DEPTH '.
           02  QD-DEPTH             PIC ZZZZZZ9.
           02  FILLER               PIC X(9) VALUE ' AT CLOSE'.

      * THE COMPLETION ENTRY - 'DAY-CLOSED' LEADS, THE QUEUES DAYCTL
      * FLUSHED OUT OF HOW MANY (Q=) AND THE TOTAL DEPTH (R=) FOLLOW
       01  WS-CLOSED-DETAIL.
           02  FILLER               PIC X(11) VALUE 'DAY-CLOSED '.
           02  CD-OPID              PIC X(3).
           02  FILLER               PIC X VALUE SPACE.
           02  CD-DATE              PIC 9(7).
           02  FILLER               PIC X(3) VALUE ' Q='.
           02  CD-FLUSHED           PIC 9(2).
           02  FILLER               PIC X VALUE '/'.
           02  CD-QUEUES            PIC 9(2).
           02  FILLER               PIC X(3) VALUE ' R='.
           02  CD-TOTAL             PIC ZZZZZZ9.
       01  WS-NOT-CLOSED-DETAIL.
           02  FILLER               PIC X(17) VALUE
               'DAY NOT CLOSED - '.
           02  NC-REASON            PIC X(23).

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM WRITE-BATCH-START-ENTRY
           PERFORM LOAD-DAY-EVENTS
           IF NOT WS-DAY-CLOSED
               PERFORM WRITE-NOT-CLOSED-ENTRY
               MOVE 8 TO RETURN-CODE
               DISPLAY 'DAYCLOSE ** ONLINE DAY NOT CLOSED - '
                   NC-REASON ' **'
               STOP RUN
           END-IF
           PERFORM VARYING WS-EVENT-SUB FROM 1 BY 1
                   UNTIL WS-EVENT-SUB > WS-EVENT-CNT
               PERFORM LAND-DAY-EVENT
           END-PERFORM
           PERFORM COUNT-BREAD
           PERFORM COUNT-CARC
           PERFORM COUNT-ADRN
           PERFORM COUNT-BREJ
           PERFORM COUNT-BQEX
           PERFORM COUNT-BQHIT
           PERFORM COUNT-BVOL
           PERFORM COUNT-PMTA
           PERFORM COUNT-PCLOG
           PERFORM TRUNCATE-DAYC-EXTRACT
           PERFORM WRITE-BATCH-LOG-ENTRY
           DISPLAY 'DAYCLOSE DAY-CLOSED LANDED - ' WS-EVENT-CNT
               ' EVENT(S), ' WS-TOTAL-DEPTH ' QUEUED RECORD(S)'
           STOP RUN.

      * THE LAST EVENT ON THE EXTRACT DECIDES - A CLOSE FOLLOWED BY
      * A FRESH OPEN IS NOT A CLOSED DAY
       LOAD-DAY-EVENTS.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT DAYC-EXTRACT
           PERFORM UNTIL WS-NO-MORE-RECS
               READ DAYC-EXTRACT
                   AT END SET WS-NO-MORE-RECS TO TRUE
                   NOT AT END
                       MOVE DAYC-LINE TO WS-DAYC-REC
                       MOVE DAYC-EVENT TO WS-LAST-EVENT
                       IF WS-DAY-CLOSED
                           MOVE DAYC-LINE TO WS-CLOSE-REC
                       END-IF
                       IF WS-EVENT-CNT < 50
                           ADD 1 TO WS-EVENT-CNT
                           MOVE DAYC-LINE
                               TO WS-EVENT-LINE(WS-EVENT-CNT)
                       ELSE
                           ADD 1 TO WS-EVENT-DROPPED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DAYC-EXTRACT
           IF WS-EVENT-DROPPED > 0
               DISPLAY 'DAYCLOSE WARNING - ' WS-EVENT-DROPPED
                   ' EARLIER DAYC EVENT(S) NOT LANDED, TABLE FULL'
           END-IF.

       LAND-DAY-EVENT.
           MOVE WS-EVENT-LINE(WS-EVENT-SUB) TO WS-DAYC-REC
           IF DAYC-EVENT = 'CLOSED'
               MOVE 'DAY-CLOSED ' TO EVD-TEXT
           ELSE
               MOVE 'DAY-OPENED ' TO EVD-TEXT
           END-IF
           MOVE DAYC-OPID  TO EVD-OPID
           COMPUTE EVD-DATE = DAYC-DATE + 1900000
           MOVE DAYC-TIME  TO EVD-TIME
           MOVE DAYC-TRMID TO EVD-TRMID
           MOVE WS-EVENT-DETAIL TO BL-DETAIL
           PERFORM WRITE-ARCH-ENTRY.

      * ONE PARAGRAPH PER QUEUE, AS IN TDQMON - EACH EXTRACT IS ITS
      * OWN SELECT/FD, SO THE READ LOOPS CANNOT BE SHARED
       COUNT-BREAD.
           MOVE 'BREAD' TO WS-Q-NAME
           MOVE 0 TO WS-Q-DEPTH
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT BREAD-FILE
           PERFORM UNTIL WS-NO-MORE-RECS
               READ BREAD-FILE
                   AT END SET WS-NO-MORE-RECS TO TRUE
                   NOT AT END ADD 1 TO WS-Q-DEPTH
               END-READ
           END-PERFORM
           CLOSE BREAD-FILE
           PERFORM NOTE-QUEUE-DEPTH.

       COUNT-CARC.
           MOVE 'CARC' TO WS-Q-NAME
           MOVE 0 TO WS-Q-DEPTH
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT CARC-FILE
           PERFORM UNTIL WS-NO-MORE-RECS
               READ CARC-FILE
                   AT END SET WS-NO-MORE-RECS TO TRUE
                   NOT AT END ADD 1 TO WS-Q-DEPTH
               END-READ
           END-PERFORM
           CLOSE CARC-FILE
           PERFORM NOTE-QUEUE-DEPTH.

       COUNT-ADRN.
           MOVE 'ADRN' TO WS-Q-NAME
           MOVE 0 TO WS-Q-DEPTH
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT ADRN-FILE
           PERFORM UNTIL WS-NO-MORE-RECS
               READ ADRN-FILE
                   AT END SET WS-NO-MORE-RECS TO TRUE
                   NOT AT END ADD 1 TO WS-Q-DEPTH
               END-READ
           END-PERFORM
           CLOSE ADRN-FILE
           PERFORM NOTE-QUEUE-DEPTH.

       COUNT-BREJ.
           MOVE 'BREJ' TO WS-Q-NAME
           MOVE 0 TO WS-Q-DEPTH
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT BREJ-FILE
           PERFORM UNTIL WS-NO-MORE-RECS
               READ BREJ-FILE
                   AT END SET WS-NO-MORE-RECS TO TRUE
                   NOT AT END ADD 1 TO WS-Q-DEPTH
               END-READ
           END-PERFORM
           CLOSE BREJ-FILE
           PERFORM NOTE-QUEUE-DEPTH.

       COUNT-BQEX.
           MOVE 'BQEX' TO WS-Q-NAME
           MOVE 0 TO WS-Q-DEPTH
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT BQEX-FILE
           PERFORM UNTIL WS-NO-MORE-RECS
               READ BQEX-FILE
                   AT END SET WS-NO-MORE-RECS TO TRUE
                   NOT AT END ADD 1 TO WS-Q-DEPTH
               END-READ
           END-PERFORM
           CLOSE BQEX-FILE
           PERFORM NOTE-QUEUE-DEPTH.

       COUNT-BQHIT.
           MOVE 'BQHIT' TO WS-Q-NAME
           MOVE 0 TO WS-Q-DEPTH
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT BQHIT-FILE
           PERFORM UNTIL WS-NO-MORE-RECS
               READ BQHIT-FILE
                   AT END SET WS-NO-MORE-RECS TO TRUE
                   NOT AT END ADD 1 TO WS-Q-DEPTH
               END-READ
           END-PERFORM
           CLOSE BQHIT-FILE
           PERFORM NOTE-QUEUE-DEPTH.

       COUNT-BVOL.
           MOVE 'BVOL' TO WS-Q-NAME
           MOVE 0 TO WS-Q-DEPTH
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT BVOL-FILE
           PERFORM UNTIL WS-NO-MORE-RECS
               READ BVOL-FILE
                   AT END SET WS-NO-MORE-RECS TO TRUE
                   NOT AT END ADD 1 TO WS-Q-DEPTH
               END-READ
           END-PERFORM
           CLOSE BVOL-FILE
           PERFORM NOTE-QUEUE-DEPTH.

       COUNT-PMTA.
           MOVE 'PMTA' TO WS-Q-NAME
           MOVE 0 TO WS-Q-DEPTH
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT PMTA-FILE
           PERFORM UNTIL WS-NO-MORE-RECS
               READ PMTA-FILE
                   AT END SET WS-NO-MORE-RECS TO TRUE
                   NOT AT END ADD 1 TO WS-Q-DEPTH
               END-READ
           END-PERFORM
           CLOSE PMTA-FILE
           PERFORM NOTE-QUEUE-DEPTH.

       COUNT-PCLOG.
           MOVE 'PCLOG' TO WS-Q-NAME
           MOVE 0 TO WS-Q-DEPTH
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT PCLOG-FILE
           PERFORM UNTIL WS-NO-MORE-RECS
               READ PCLOG-FILE
                   AT END SET WS-NO-MORE-RECS TO TRUE
                   NOT AT END ADD 1 TO WS-Q-DEPTH
               END-READ
           END-PERFORM
           CLOSE PCLOG-FILE
           PERFORM NOTE-QUEUE-DEPTH.

       NOTE-QUEUE-DEPTH.
           ADD WS-Q-DEPTH TO WS-TOTAL-DEPTH
           MOVE WS-Q-NAME  TO QD-NAME
           MOVE WS-Q-DEPTH TO QD-DEPTH
           MOVE WS-QUEUE-DETAIL TO BL-DETAIL
           PERFORM WRITE-ARCH-ENTRY
           DISPLAY 'DAYCLOSE ' WS-QUEUE-DETAIL.

      * EVERY EVENT IS NOW ON BATCHLOG, SO THE EXTRACT IS TRUNCATED
      * RATHER THAN RE-LANDED ON THE NEXT RUN
       TRUNCATE-DAYC-EXTRACT.
           OPEN OUTPUT DAYC-EXTRACT
           CLOSE DAYC-EXTRACT.

      * AN 'ARCH' LINE IS AN INTERIM NOTE, NOT A COMPLETION - JOBCTL,
      * JOBCTLRP AND BATCHWIN ALL LOOK PAST IT TO THE 'DONE' BELOW
       WRITE-ARCH-ENTRY.
           MOVE 'DAYCLOSE' TO BL-PROGRAM
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           MOVE 'ARCH' TO BL-STATUS
           PERFORM APPEND-LOG-ENTRY.

       WRITE-NOT-CLOSED-ENTRY.
           IF WS-LAST-EVENT = SPACES
               MOVE 'NO DAYCTL CLOSE QUEUED' TO NC-REASON
           ELSE
               MOVE 'REOPENED AFTER CLOSE' TO NC-REASON
           END-IF
           MOVE 'DAYCLOSE' TO BL-PROGRAM
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           MOVE 'FAIL' TO BL-STATUS
           MOVE WS-NOT-CLOSED-DETAIL TO BL-DETAIL
           PERFORM APPEND-LOG-ENTRY.

       WRITE-BATCH-LOG-ENTRY.
           MOVE WS-CLOSE-REC TO WS-DAYC-REC
           MOVE DAYC-OPID    TO CD-OPID
           COMPUTE CD-DATE = DAYC-DATE + 1900000
           MOVE DAYC-FLUSHED TO CD-FLUSHED
           MOVE DAYC-QUEUES  TO CD-QUEUES
           MOVE WS-TOTAL-DEPTH TO CD-TOTAL
           MOVE 'DAYCLOSE' TO BL-PROGRAM
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           MOVE 'DONE' TO BL-STATUS
           MOVE WS-CLOSED-DETAIL TO BL-DETAIL
           PERFORM APPEND-LOG-ENTRY.

       APPEND-LOG-ENTRY.
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.

      * ONE 'STRT' ENTRY AT JOB ENTRY, PAIRED BY BATCHWIN WITH THE
      * COMPLETION ENTRY ABOVE
       WRITE-BATCH-START-ENTRY.
           MOVE 'DAYCLOSE' TO BL-PROGRAM
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           MOVE 'STRT' TO BL-STATUS
           MOVE SPACES TO BL-DETAIL
           PERFORM APPEND-LOG-ENTRY.
