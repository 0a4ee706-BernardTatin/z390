      *          into a transaction they aren't authorized for.
      ***************************************************************
      * 08/21/26 RPI 2104 INITIAL CODING
      * 10/15/26 RPI 2249 OPTIONAL COMMA-DELIMITED COPY OF THE OPERATOR
      *                   RANKING ON BEC5DL, BUILT THROUGH THE SHARED
      *                   DLMROW ROUTINE - SWITCHED ON FOR THIS JOB BY
      *                   PARMFIL 'EXPORT-BEC5RPT' = 'Y'
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BEC5RPT.
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BEC5RPT-OUT ASSIGN TO 'BEC5RPT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BEC5RPT-DLM ASSIGN TO 'BEC5DL'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BATCH-LOG-FILE ASSIGN TO 'BATCHLOG'
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       01  ARCH-LINE       PIC X(42).
       FD  BEC5RPT-OUT.
       01  RPT-LINE              PIC X(80).
       FD  BEC5RPT-DLM.
       01  DLM-LINE              PIC X(400).
       FD  BATCH-LOG-FILE.
       01  BL-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       COPY BATCHLOG.
       COPY DLMROW.

      * PRE-DRAIN ARCHIVAL CAPTURE (RPI 2204) - THE INPUT EXTRACT IS
      * COPIED TO ITS DATED ARCHIVE BEFORE A SINGLE RECORD IS
           PERFORM RANK-OPID-TABLE
           OPEN OUTPUT BEC5RPT-OUT
           PERFORM WRITE-REPORT-HEADING
           PERFORM OPEN-DELIMITED-EXPORT
           PERFORM VARYING WS-OPID-SUB FROM 1 BY 1
                   UNTIL WS-OPID-SUB > WS-OPID-CNT-TOTAL
               PERFORM WRITE-DETAIL-LINE
           END-PERFORM
           PERFORM WRITE-SUMMARY-LINE
           CLOSE BEC5RPT-OUT
           IF LK-DR-EXPORT-ON
               CLOSE BEC5RPT-DLM
           END-IF
           PERFORM WRITE-BATCH-LOG-ENTRY
           DISPLAY 'BEC5RPT REJECTIONS LOGGED: ' WS-REJECT-CNT
           DISPLAY 'BEC5RPT DISTINCT OPIDS:    ' WS-OPID-CNT-TOTAL
           MOVE OPID-CODE(WS-OPID-SUB) TO DET-OPID
           MOVE OPID-CNT(WS-OPID-SUB)  TO DET-CNT
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF LK-DR-EXPORT-ON
               PERFORM WRITE-DELIMITED-ROW
           END-IF.

      * ASK DLMROW WHETHER THIS JOB'S DELIMITED EXPORT IS SWITCHED
      * ON AND, IF SO, OPEN IT WITH ITS COLUMN-NAME HEADER ROW
       OPEN-DELIMITED-EXPORT.
           MOVE 'BEC5RPT' TO LK-DR-PROGRAM
           SET LK-DR-QUERY TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           IF LK-DR-EXPORT-ON
               OPEN OUTPUT BEC5RPT-DLM
               MOVE 'RUN_DATE,OPID,REJECTS' TO DLM-LINE
               WRITE DLM-LINE
           END-IF.

      * ONE DELIMITED ROW PER PRINTED DETAIL LINE
       WRITE-DELIMITED-ROW.
           SET LK-DR-NEW-ROW TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE WS-RUN-DATE TO LK-DR-DATE
           SET LK-DR-ADD-DATE TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE OPID-CODE(WS-OPID-SUB) TO LK-DR-TEXT
           SET LK-DR-ADD-TEXT TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE OPID-CNT(WS-OPID-SUB) TO LK-DR-NUMBER
           MOVE 0 TO LK-DR-DECIMALS
           SET LK-DR-ADD-NUMBER TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE LK-DR-ROW TO DLM-LINE
           WRITE DLM-LINE.

       WRITE-SUMMARY-LINE.
           MOVE SPACES TO RPT-LINE
