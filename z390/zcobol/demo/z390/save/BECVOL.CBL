      *                   LEAVING WS-TRN-SUB ONE PAST THE LAST VALID
      *                   ENTRY - GUARDED THOSE UPDATES SO A FULL TABLE
      *                   IS LEFT ALONE INSTEAD OF WRITING PAST IT
      * 10/15/26 RPI 2249 OPTIONAL COMMA-DELIMITED COPY OF THE
      *                   PER-TRANSID LINES ON BECVOLDL, BUILT THROUGH
      *                   THE SHARED DLMROW ROUTINE - SWITCHED ON FOR
      *                   THIS JOB BY PARMFIL 'EXPORT-BECVOL' = 'Y'
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BECVOL.
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BECVOL-RPT ASSIGN TO 'BECVOLRPT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BECVOL-DLM ASSIGN TO 'BECVOLDL'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PARM-FILE ASSIGN TO 'SYSIN'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BASELINE-FILE ASSIGN TO 'BECBASE'
       01  ARCH-LINE       PIC X(42).
       FD  BECVOL-RPT.
       01  RPT-LINE             PIC X(80).
       FD  BECVOL-DLM.
       01  DLM-LINE             PIC X(400).
       FD  PARM-FILE.
       01  PARM-REC.
           02  PARM-MODE        PIC X.
           COPY PARMFIL.
       WORKING-STORAGE SECTION.
       COPY BATCHLOG.
       COPY DLMROW.

      * PRE-DRAIN ARCHIVAL CAPTURE (RPI 2204) - THE INPUT EXTRACT IS
      * COPIED TO ITS DATED ARCHIVE BEFORE A SINGLE RECORD IS
           END-PERFORM
           CLOSE BVOL-FILE
           PERFORM WRITE-REPORT-HEADING
           PERFORM OPEN-DELIMITED-EXPORT
           IF WS-BASELINE-MODE
               OPEN OUTPUT BASELINE-FILE
           END-IF
           END-IF
           PERFORM WRITE-SUMMARY-LINE
           CLOSE BECVOL-RPT
           IF LK-DR-EXPORT-ON
               CLOSE BECVOL-DLM
           END-IF
           PERFORM WRITE-BATCH-LOG-ENTRY
           DISPLAY 'BECVOL EVENTS PROCESSED: ' WS-EVENT-CNT
           DISPLAY 'BECVOL DISTINCT TRANSIDS: ' WS-TRN-CNT
           MOVE WS-AVG-ELAPSED TO TRN-AVG(WS-TRN-SUB)
           PERFORM VERIFY-OR-BASELINE-TRNID
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF LK-DR-EXPORT-ON
               PERFORM WRITE-DELIMITED-ROW
           END-IF.

      * ASK DLMROW WHETHER THIS JOB'S DELIMITED EXPORT IS SWITCHED
      * ON AND, IF SO, OPEN IT WITH ITS COLUMN-NAME HEADER ROW
       OPEN-DELIMITED-EXPORT.
           MOVE 'BECVOL' TO LK-DR-PROGRAM
           SET LK-DR-QUERY TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           IF LK-DR-EXPORT-ON
               OPEN OUTPUT BECVOL-DLM
               MOVE SPACES TO DLM-LINE
               STRING 'RUN_DATE,TRANSID,VOLUME,MIN_SEC,MAX_SEC'
                      ',AVG_SEC,VS_BASE'
                   DELIMITED BY SIZE INTO DLM-LINE
               WRITE DLM-LINE
           END-IF.

      * ONE DELIMITED ROW PER PRINTED DETAIL LINE - VS_BASE CARRIES
      * THE SAME REGRESSED FLAG THE VS-BASE COLUMN PRINTS
       WRITE-DELIMITED-ROW.
           SET LK-DR-NEW-ROW TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE WS-RUN-DATE TO LK-DR-DATE
           SET LK-DR-ADD-DATE TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE TRN-ID(WS-TRN-SUB) TO LK-DR-TEXT
           SET LK-DR-ADD-TEXT TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE TRN-COUNT(WS-TRN-SUB) TO LK-DR-NUMBER
           MOVE 0 TO LK-DR-DECIMALS
           SET LK-DR-ADD-NUMBER TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE TRN-MIN(WS-TRN-SUB) TO LK-DR-NUMBER
           MOVE 0 TO LK-DR-DECIMALS
           SET LK-DR-ADD-NUMBER TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE TRN-MAX(WS-TRN-SUB) TO LK-DR-NUMBER
           MOVE 0 TO LK-DR-DECIMALS
           SET LK-DR-ADD-NUMBER TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE TRN-AVG(WS-TRN-SUB) TO LK-DR-NUMBER
           MOVE 0 TO LK-DR-DECIMALS
           SET LK-DR-ADD-NUMBER TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE DET-REGRESS TO LK-DR-TEXT
           SET LK-DR-ADD-TEXT TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE LK-DR-ROW TO DLM-LINE
           WRITE DLM-LINE.

       WRITE-SUMMARY-LINE.
           MOVE SPACES TO RPT-LINE
