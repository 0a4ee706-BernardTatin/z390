      ***************************************************************
      * Author.  Maintenance team, following the CUSTCONV style
      * Remarks. One-time conversion of GUI6HIST to the record that
      *          carries the three alternate keys (customer number,
      *          old name and new name, each plus date and time).
      *          Run once at cutover, with the online region down,
      *          after the current file has been renamed to the
      *          GUI6HOLD DD name below (the same convention CUSTCONV
      *          used) and the new cluster - base plus the GUI6HCUS,
      *          GUI6HONM and GUI6HNNM paths, alternate indexes with
      *          UPGRADE - allocated empty under the live name.
      *          Every record is copied across unchanged in key
      *          order, the shared HISTAIX subprogram filling the
      *          alternate keys the same way every writer now does,
      *          so the indexes come up complete. A record still
      *          carrying customer number zero (its customer was gone
      *          before numbers were issued) is counted on the report;
      *          it is found through the two name keys. The training
      *          shadow GUI6HSTT is reallocated in the new layout and
      *          reloaded by TRNRESET as usual, not converted.
      ***************************************************************
      * 10/15/26 RPI 2240 INITIAL CODING
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUI6HCNV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLDHIST-FILE ASSIGN TO 'GUI6HOLD'
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY OLDH-KEY.
           SELECT GUI6HIST-FILE ASSIGN TO 'GUI6HIST'
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY HIST-KEY
               ALTERNATE RECORD KEY HIST-CUST-DATE-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY HIST-OLD-NAME-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY HIST-NEW-NAME-KEY WITH DUPLICATES.
           SELECT GUI6HCNV-RPT ASSIGN TO 'GUI6HCRP'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BATCH-LOG-FILE ASSIGN TO 'BATCHLOG'
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
      * GUI6HIST BEFORE THE ALTERNATE KEYS WERE ADDED - THE SAME
      * RECORD WITHOUT HIST-AIX-KEYS, MOVED OVER HIST-RECORD AS IT IS
      * READ
       FD  OLDHIST-FILE.
       01  OLDH-RECORD.
           05  OLDH-KEY           PIC 9(7).
           05  OLDH-DATA          PIC X(288).
       FD  GUI6HIST-FILE.
           COPY GUI6HIST.
       FD  GUI6HCNV-RPT.
       01  RPT-LINE                 PIC X(80).
       FD  BATCH-LOG-FILE.
       01  BL-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       COPY BATCHLOG.
       01  WS-EOF-SW                PIC X VALUE 'N'.
           88  WS-NO-MORE-RECORDS        VALUE 'Y'.
       01  WS-HIST-CNT              PIC 9(7) VALUE 0.
       01  WS-HIST-ZERO-CNT         PIC 9(7) VALUE 0.
       01  WS-FAIL-CNT              PIC 9(7) VALUE 0.

       01  WS-RUN-DATE.
           02  WS-RUN-YYYY          PIC 9(4).
           02  WS-RUN-MM            PIC 9(2).
           02  WS-RUN-DD            PIC 9(2).

       01  WS-HDG-1.
           02  FILLER       PIC X(40) VALUE
               'GUI6HIST ALTERNATE-KEY CONVERSION'.
       01  WS-DETAIL-LINE.
           02  FILLER       PIC X(22) VALUE
               'WRITE FAILED - TASKN '.
           02  DET-TASKN    PIC 9(7).
       01  WS-SUMMARY-1.
           02  FILLER       PIC X(16) VALUE 'HISTORY RECORDS='.
           02  SUM-HIST     PIC ZZZZZZ9.
           02  FILLER       PIC X(4)  VALUE SPACES.
           02  FILLER       PIC X(7)  VALUE 'NO NUM='.
           02  SUM-HIST-0   PIC ZZZZZZ9.
           02  FILLER       PIC X(4)  VALUE SPACES.
           02  FILLER       PIC X(7)  VALUE 'FAILED='.
           02  SUM-FAIL     PIC ZZZZZZ9.
       01  WS-BL-DETAIL.
           02  FILLER       PIC X(9)  VALUE 'GUI6HCNV '.
           02  FILLER       PIC X(5)  VALUE 'HIST='.
           02  BLD-HIST     PIC ZZZZZZ9.
           02  FILLER       PIC X(6)  VALUE ' FAIL='.
           02  BLD-FAIL     PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM WRITE-BATCH-START-ENTRY
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT GUI6HCNV-RPT
           MOVE WS-HDG-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM CONVERT-HISTORY
           PERFORM WRITE-SUMMARY-LINE
           CLOSE GUI6HCNV-RPT
           PERFORM WRITE-BATCH-LOG-ENTRY
           DISPLAY 'GUI6HCNV HISTORY RECORDS READ: ' WS-HIST-CNT
           DISPLAY 'GUI6HCNV HISTORY WITH NO NUM: ' WS-HIST-ZERO-CNT
           DISPLAY 'GUI6HCNV WRITES FAILED:       ' WS-FAIL-CNT
           STOP RUN.

      * THE OLD FILE IS READ IN HIST-TASKN ORDER, SO THE NEW BASE
      * CLUSTER IS WRITTEN IN KEY SEQUENCE
       CONVERT-HISTORY.
           OPEN INPUT OLDHIST-FILE
           OPEN OUTPUT GUI6HIST-FILE
           PERFORM READ-OLDHIST-RECORD
           PERFORM UNTIL WS-NO-MORE-RECORDS
               IF HIST-CUST-NUMBER = 0
                   ADD 1 TO WS-HIST-ZERO-CNT
               END-IF
               CALL 'HISTAIX' USING HIST-RECORD
               WRITE HIST-RECORD
                   INVALID KEY
                       ADD 1 TO WS-FAIL-CNT
                       MOVE HIST-TASKN TO DET-TASKN
                       MOVE WS-DETAIL-LINE TO RPT-LINE
                       WRITE RPT-LINE
               END-WRITE
               ADD 1 TO WS-HIST-CNT
               PERFORM READ-OLDHIST-RECORD
           END-PERFORM
           CLOSE OLDHIST-FILE
           CLOSE GUI6HIST-FILE.

       READ-OLDHIST-RECORD.
           READ OLDHIST-FILE NEXT RECORD
               AT END SET WS-NO-MORE-RECORDS TO TRUE
           END-READ
           IF NOT WS-NO-MORE-RECORDS
               MOVE OLDH-RECORD TO HIST-RECORD
           END-IF.

       WRITE-SUMMARY-LINE.
           MOVE WS-HIST-CNT      TO SUM-HIST
           MOVE WS-HIST-ZERO-CNT TO SUM-HIST-0
           MOVE WS-FAIL-CNT      TO SUM-FAIL
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SUMMARY-1 TO RPT-LINE
           WRITE RPT-LINE.

      * A WRITE FAILURE MEANS THE NEW FILE WAS NOT EMPTY OR NOT
      * DEFINED AS EXPECTED - THE CUTOVER IS NOT COMPLETE
       WRITE-BATCH-LOG-ENTRY.
           MOVE 'GUI6HCNV' TO BL-PROGRAM
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           IF WS-FAIL-CNT > 0
               MOVE 'FAIL' TO BL-STATUS
           ELSE
               MOVE 'DONE' TO BL-STATUS
           END-IF
           MOVE WS-HIST-CNT TO BLD-HIST
           MOVE WS-FAIL-CNT TO BLD-FAIL
           MOVE WS-BL-DETAIL TO BL-DETAIL
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.

      * ONE 'STRT' ENTRY AT JOB ENTRY, PAIRED BY BATCHWIN WITH THE
      * COMPLETION ENTRY ABOVE
       WRITE-BATCH-START-ENTRY.
           MOVE 'GUI6HCNV' TO BL-PROGRAM
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           MOVE 'STRT' TO BL-STATUS
           MOVE SPACES TO BL-DETAIL
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.
