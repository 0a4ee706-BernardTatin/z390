      *          an emergency instead of after one.
      ***************************************************************
      * 08/21/26 RPI 2106 INITIAL CODING
      * 10/15/26 RPI 2249 OPTIONAL COMMA-DELIMITED COPY OF THE CAPTURE
      *                   LINES ON CUSTGRDL, BUILT THROUGH THE SHARED
      *                   DLMROW ROUTINE - SWITCHED ON FOR THIS JOB BY
      *                   PARMFIL 'EXPORT-CUSTGROW' = 'Y'
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTGROW.
           SELECT CUSTFIL-FILE ASSIGN TO 'CUSTFIL'
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY CUST-KEY
               ALTERNATE RECORD KEY CUST-NAME.
           SELECT HISTORY-FILE ASSIGN TO 'CUSTCNTH'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CUSTGROW-RPT ASSIGN TO 'CUSTGRRPT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CUSTGROW-DLM ASSIGN TO 'CUSTGRDL'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BATCH-LOG-FILE ASSIGN TO 'BATCHLOG'
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       01  HIST-LINE            PIC X(16).
       FD  CUSTGROW-RPT.
       01  RPT-LINE             PIC X(80).
       FD  CUSTGROW-DLM.
       01  DLM-LINE             PIC X(400).
       FD  BATCH-LOG-FILE.
       01  BL-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
       COPY BATCHLOG.
       COPY DLMROW.
       01  WS-HIST-REC.
           02  CNTH-RUN-DATE    PIC 9(8).
           02  FILLER           PIC X.
           PERFORM APPEND-CAPTURE-TO-HISTORY
           OPEN OUTPUT CUSTGROW-RPT
           PERFORM WRITE-REPORT-HEADING
           PERFORM OPEN-DELIMITED-EXPORT
           PERFORM VARYING WS-CAP-SUB FROM 1 BY 1
                   UNTIL WS-CAP-SUB > WS-CAP-CNT-TOTAL
               PERFORM WRITE-DETAIL-LINE
           END-PERFORM
           PERFORM WRITE-SUMMARY-LINE
           CLOSE CUSTGROW-RPT
           IF LK-DR-EXPORT-ON
               CLOSE CUSTGROW-DLM
           END-IF
           PERFORM WRITE-BATCH-LOG-ENTRY
           DISPLAY 'CUSTGROW CURRENT RECORD COUNT: ' WS-CUR-REC-CNT
           DISPLAY 'CUSTGROW CAPTURES ON FILE:     ' WS-CAP-CNT-TOTAL
           MOVE CAP-DATE(WS-CAP-SUB) TO DET-DATE
           MOVE CAP-CNT(WS-CAP-SUB)  TO DET-CNT
           IF WS-CAP-SUB = 1
               MOVE 0 TO WS-GROWTH
               MOVE 0 TO WS-GROWTH-PCT
               MOVE 0 TO DET-GROWTH
               MOVE 0 TO DET-PCT
           ELSE
               MOVE WS-GROWTH-PCT TO DET-PCT
           END-IF
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF LK-DR-EXPORT-ON
               PERFORM WRITE-DELIMITED-ROW
           END-IF.

      * ASK DLMROW WHETHER THIS JOB'S DELIMITED EXPORT IS SWITCHED
      * ON AND, IF SO, OPEN IT WITH ITS COLUMN-NAME HEADER ROW
       OPEN-DELIMITED-EXPORT.
           MOVE 'CUSTGROW' TO LK-DR-PROGRAM
           SET LK-DR-QUERY TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           IF LK-DR-EXPORT-ON
               OPEN OUTPUT CUSTGROW-DLM
               MOVE SPACES TO DLM-LINE
               STRING 'RUN_DATE,CAPTURE_DATE,RECORDS,GROWTH'
                      ',GROWTH_PCT'
                   DELIMITED BY SIZE INTO DLM-LINE
               WRITE DLM-LINE
           END-IF.

      * ONE DELIMITED ROW PER PRINTED DETAIL LINE
       WRITE-DELIMITED-ROW.
           SET LK-DR-NEW-ROW TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE WS-RUN-DATE TO LK-DR-DATE
           SET LK-DR-ADD-DATE TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE CAP-DATE(WS-CAP-SUB) TO LK-DR-DATE
           SET LK-DR-ADD-DATE TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE CAP-CNT(WS-CAP-SUB) TO LK-DR-NUMBER
           MOVE 0 TO LK-DR-DECIMALS
           SET LK-DR-ADD-NUMBER TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE WS-GROWTH TO LK-DR-NUMBER
           MOVE 0 TO LK-DR-DECIMALS
           SET LK-DR-ADD-NUMBER TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE WS-GROWTH-PCT TO LK-DR-NUMBER
           MOVE 1 TO LK-DR-DECIMALS
           SET LK-DR-ADD-NUMBER TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE LK-DR-ROW TO DLM-LINE
           WRITE DLM-LINE.

       WRITE-SUMMARY-LINE.
           MOVE SPACES TO RPT-LINE
