      *                   THE HOT SOACALL THIS READS NOW HOLDS JUST
      *                   THE CURRENT DAY, SO THE NIGHTLY READ STOPS
      *                   GETTING SLOWER EVERY WEEK
      * 10/15/26 RPI 2249 OPTIONAL COMMA-DELIMITED COPY OF THE
      *                   PER-MANAGER ROLLUP ON SSVCDL, BUILT THROUGH
      *                   THE SHARED DLMROW ROUTINE - SWITCHED ON FOR
      *                   THIS JOB BY PARMFIL 'EXPORT-SOASVCRP' = 'Y'
      *****************************************************************
       PROGRAM-ID. SOASVCRP.
       ENVIRONMENT DIVISION.
               ORGANIZATION LINE SEQUENTIAL.
           SELECT SOASVCRP-RPT ASSIGN TO 'SSVCRPRT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT SOASVCRP-DLM ASSIGN TO 'SSVCDL'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BATCH-LOG-FILE ASSIGN TO 'BATCHLOG'
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       01  DEADL-LINE               PIC X(55).
       FD  SOASVCRP-RPT.
       01  RPT-LINE                 PIC X(80).
       FD  SOASVCRP-DLM.
       01  DLM-LINE                 PIC X(400).
       FD  BATCH-LOG-FILE.
       01  BL-LINE                  PIC X(80).
       WORKING-STORAGE SECTION.
       COPY BATCHLOG.
       COPY DLMROW.

      * ONE SOACALL AUDIT LINE, LAID OUT THE SAME WAY DEMOSUB2'S
      * WS-AUDIT-LINE WRITES IT
               04  MGR-DEAD          PIC 9(5).
       01  WS-MGR-CNT                PIC 9(3) VALUE 0.
       01  WS-MGR-SUB                PIC 9(3).
       01  WS-SUCCESS-RATE           PIC 9(3)V9.
       01  WS-SUCCESS-PCT            PIC ZZ9.9.

       01  WS-HDG-1.
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM OPEN-DELIMITED-EXPORT
           PERFORM VARYING WS-MGR-SUB FROM 1 BY 1
                   UNTIL WS-MGR-SUB > WS-MGR-CNT
               PERFORM WRITE-DETAIL-LINE
           END-PERFORM
           PERFORM WRITE-SUMMARY-LINE
           CLOSE SOASVCRP-RPT
           IF LK-DR-EXPORT-ON
               CLOSE SOASVCRP-DLM
           END-IF
           PERFORM WRITE-BATCH-LOG-ENTRY
           DISPLAY 'SOASVCRP AUDIT LINES READ: ' WS-AUDIT-CNT
           DISPLAY 'SOASVCRP DEADL LINES READ: ' WS-DEADL-CNT
           MOVE MGR-VOLUME(WS-MGR-SUB)  TO DET-VOLUME
           MOVE MGR-SUCCESS(WS-MGR-SUB) TO DET-SUCCESS
           MOVE MGR-DEAD(WS-MGR-SUB)    TO DET-DEAD
           COMPUTE WS-SUCCESS-RATE ROUNDED =
               (MGR-SUCCESS(WS-MGR-SUB) / MGR-VOLUME(WS-MGR-SUB)) * 100
           MOVE WS-SUCCESS-RATE TO WS-SUCCESS-PCT
           MOVE WS-SUCCESS-PCT TO DET-PCT
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF LK-DR-EXPORT-ON
               PERFORM WRITE-DELIMITED-ROW
           END-IF.

      * ASK DLMROW WHETHER THIS JOB'S DELIMITED EXPORT IS SWITCHED
      * ON AND, IF SO, OPEN IT WITH ITS COLUMN-NAME HEADER ROW
       OPEN-DELIMITED-EXPORT.
           MOVE 'SOASVCRP' TO LK-DR-PROGRAM
           SET LK-DR-QUERY TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           IF LK-DR-EXPORT-ON
               OPEN OUTPUT SOASVCRP-DLM
               MOVE SPACES TO DLM-LINE
               STRING 'RUN_DATE,SVC_MGR,VOLUME,SUCCESS'
                      ',DEAD_LETTERED,SUCCESS_PCT'
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
           MOVE MGR-NAME(WS-MGR-SUB) TO LK-DR-TEXT
           SET LK-DR-ADD-TEXT TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE MGR-VOLUME(WS-MGR-SUB) TO LK-DR-NUMBER
           MOVE 0 TO LK-DR-DECIMALS
           SET LK-DR-ADD-NUMBER TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE MGR-SUCCESS(WS-MGR-SUB) TO LK-DR-NUMBER
           MOVE 0 TO LK-DR-DECIMALS
           SET LK-DR-ADD-NUMBER TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE MGR-DEAD(WS-MGR-SUB) TO LK-DR-NUMBER
           MOVE 0 TO LK-DR-DECIMALS
           SET LK-DR-ADD-NUMBER TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE WS-SUCCESS-RATE TO LK-DR-NUMBER
           MOVE 1 TO LK-DR-DECIMALS
           SET LK-DR-ADD-NUMBER TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE LK-DR-ROW TO DLM-LINE
           WRITE DLM-LINE.

       WRITE-SUMMARY-LINE.
           MOVE SPACES TO RPT-LINE
