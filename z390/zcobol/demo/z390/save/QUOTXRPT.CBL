      *                   TOTAL EXCEPTIONS EACH COMBO HAS RUN UP, SO A
      *                   ONE-TIME BLIP CAN BE TOLD APART FROM A
      *                   PERSISTENT CONTENT HOLE
      * 10/15/26 RPI 2249 OPTIONAL COMMA-DELIMITED COPY OF THE
      *                   EXCEPTION DETAIL ON QUOTXDL, BUILT THROUGH
      *                   THE SHARED DLMROW ROUTINE - SWITCHED ON FOR
      *                   THIS JOB BY PARMFIL 'EXPORT-QUOTXRPT' = 'Y'
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTXRPT.
               ORGANIZATION LINE SEQUENTIAL.
           SELECT QUOTXRPT-OUT ASSIGN TO 'QUOTXRPT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT QUOTXRPT-DLM ASSIGN TO 'QUOTXDL'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT LEDGER-FILE ASSIGN TO 'QUOTXLDG'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BATCH-LOG-FILE ASSIGN TO 'BATCHLOG'
       01  ARCH-LINE       PIC X(42).
       FD  QUOTXRPT-OUT.
       01  RPT-LINE             PIC X(80).
       FD  QUOTXRPT-DLM.
       01  DLM-LINE             PIC X(400).
       FD  LEDGER-FILE.
       01  LEDGER-LINE          PIC X(40).
       FD  BATCH-LOG-FILE.

       WORKING-STORAGE SECTION.
       COPY BATCHLOG.
       COPY DLMROW.

      * PRE-DRAIN ARCHIVAL CAPTURE (RPI 2204) - THE INPUT EXTRACT IS
      * COPIED TO ITS DATED ARCHIVE BEFORE A SINGLE RECORD IS
           OPEN OUTPUT QUOTXRPT-OUT
           MOVE WS-HDG-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM OPEN-DELIMITED-EXPORT
           PERFORM READ-BQEX-RECORD
           PERFORM UNTIL WS-NO-MORE-BQEX
               PERFORM WRITE-EXCEPTION-DETAIL
           PERFORM WRITE-LEDGER-ENTRIES
           PERFORM BUILD-TREND-SUMMARY
           CLOSE QUOTXRPT-OUT
           IF LK-DR-EXPORT-ON
               CLOSE QUOTXRPT-DLM
           END-IF
           PERFORM WRITE-BATCH-LOG-ENTRY
           DISPLAY 'QUOTXRPT EXCEPTIONS REPORTED: ' WS-EXCP-CNT
           STOP RUN.
           MOVE EXCP-TIME       TO RPTD-TIME
           MOVE WS-RPT-DETAIL   TO RPT-LINE
           WRITE RPT-LINE
           IF LK-DR-EXPORT-ON
               PERFORM WRITE-DELIMITED-ROW
           END-IF
           ADD 1 TO WS-EXCP-CNT
           PERFORM ACCUMULATE-TODAY-COMBO.

      * ASK DLMROW WHETHER THIS JOB'S DELIMITED EXPORT IS SWITCHED
      * ON AND, IF SO, OPEN IT WITH ITS COLUMN-NAME HEADER ROW
       OPEN-DELIMITED-EXPORT.
           MOVE 'QUOTXRPT' TO LK-DR-PROGRAM
           SET LK-DR-QUERY TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           IF LK-DR-EXPORT-ON
               OPEN OUTPUT QUOTXRPT-DLM
               MOVE SPACES TO DLM-LINE
               STRING 'RUN_DATE,TRNID,TASKN,QF_TRNID,QF_SEQNO'
                      ',QF_LANG,EXCP_DATE,EXCP_TIME'
                   DELIMITED BY SIZE INTO DLM-LINE
               WRITE DLM-LINE
           END-IF.

      * ONE DELIMITED ROW PER EXCEPTION DETAIL LINE - THE TREND
      * SECTION IS A ROLLUP OF THE LEDGER, NOT DETAIL, AND STAYS ON
      * THE PRINT REPORT ONLY. THE TIME GOES OUT AS ITS HHMMSS TEXT
       WRITE-DELIMITED-ROW.
           SET LK-DR-NEW-ROW TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE WS-RUN-DATE-8 TO LK-DR-DATE
           SET LK-DR-ADD-DATE TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE EXCP-TRNID TO LK-DR-TEXT
           SET LK-DR-ADD-TEXT TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE EXCP-TASKN TO LK-DR-NUMBER
           MOVE 0 TO LK-DR-DECIMALS
           SET LK-DR-ADD-NUMBER TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE EXCP-QF-TRNID TO LK-DR-TEXT
           SET LK-DR-ADD-TEXT TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE EXCP-QF-SEQNO TO LK-DR-TEXT
           SET LK-DR-ADD-TEXT TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE EXCP-QF-LANG TO LK-DR-TEXT
           SET LK-DR-ADD-TEXT TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE EXCP-DATE TO LK-DR-DATE
           SET LK-DR-ADD-DATE TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE EXCP-TIME TO LK-DR-TEXT
           SET LK-DR-ADD-TEXT TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE LK-DR-ROW TO DLM-LINE
           WRITE DLM-LINE.

      * FIND-OR-ADD THIS EXCEPTION'S QF-TRNID/QF-SEQNO/QF-LANG COMBO IN
      * WS-TODAY-COMBO-TBL AND BUMP ITS COUNT - THE SAME FIND-OR-ADD
      * SHAPE FXRATE'S APPLY-RATE-RECORD USES
