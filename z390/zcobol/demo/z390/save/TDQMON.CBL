      *          those two are depth-monitored only.
      ***************************************************************
      * 09/01/26 RPI 2165 INITIAL CODING
      * 10/15/26 RPI 2229 ALSO MONITORS SREJ, THE SIGNCHK REFUSED-
      *                   UPDATE FEED (BREJ LAYOUT, SAME DATE COLUMN)
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TDQMON.
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PCLOG-FILE ASSIGN TO 'PCLOG'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL SREJ-FILE ASSIGN TO 'SREJ'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT TDQMON-RPT ASSIGN TO 'TDQMONRP'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BATCH-LOG-FILE ASSIGN TO 'BATCHLOG'
       01  PMTA-LINE                PIC X(200).
       FD  PCLOG-FILE.
       01  PCLOG-LINE               PIC X(200).
       FD  SREJ-FILE.
       01  SREJ-LINE                PIC X(200).
       FD  TDQMON-RPT.
       01  RPT-LINE                 PIC X(80).
       FD  BATCH-LOG-FILE.
           PERFORM MONITOR-ADRN
           PERFORM MONITOR-PMTA
           PERFORM MONITOR-PCLOG
           PERFORM MONITOR-SREJ
           PERFORM WRITE-SUMMARY-LINE
           CLOSE TDQMON-RPT
           PERFORM WRITE-BATCH-LOG-ENTRY
           CLOSE PCLOG-FILE
           PERFORM REPORT-ONE-QUEUE.

       MONITOR-SREJ.
           MOVE 'SREJ'  TO WS-Q-NAME
           MOVE 'J'     TO WS-Q-DATE-FMT
           MOVE 10      TO WS-Q-DATE-POS
           PERFORM INIT-QUEUE-TALLY
           OPEN INPUT SREJ-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-NO-MORE-RECS
               READ SREJ-FILE
                   AT END SET WS-NO-MORE-RECS TO TRUE
                   NOT AT END
                       MOVE SREJ-LINE TO WS-Q-LINE
                       PERFORM TALLY-QUEUE-RECORD
               END-READ
           END-PERFORM
           CLOSE SREJ-FILE
           PERFORM REPORT-ONE-QUEUE.

       INIT-QUEUE-TALLY.
           MOVE 0 TO WS-Q-DEPTH
           MOVE 'N' TO WS-Q-OLDEST-SEEN-SW
