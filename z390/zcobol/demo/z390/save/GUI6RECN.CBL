      * 09/01/26 RPI 2186 EXTRACT LAYOUT V003/179 - TRAILING
      *                   EXTR-REASON-CD ADDED BY GUI6EXT, EXPECTED
      *                   HEADER VERSION BUMPED TO MATCH
      * 10/15/26 RPI 2232 EXTRACT LAYOUT V005/187 - TRAILING
      *                   EXTR-CUST-NUMBER ADDED BY GUI6EXT, EXPECTED
      *                   HEADER VERSION BUMPED TO MATCH; THE CUSTOMER
      *                   IS LOOKED UP ON CUSTFIL BY IT, SO A LATER
      *                   RENAME NO LONGER READS AS DROPPED
      * 10/15/26 RPI 2249 OPTIONAL COMMA-DELIMITED COPY OF THE
      *                   RECONCILIATION DETAIL ON GUI6RCDL, BUILT
      *                   THROUGH THE SHARED DLMROW ROUTINE - SWITCHED
      *                   ON FOR THIS JOB BY PARMFIL 'EXPORT-GUI6RECN'
      *                   = 'Y'
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUI6RECN.
           SELECT CUSTFIL-FILE ASSIGN TO 'CUSTFIL'
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY CUST-KEY
               ALTERNATE RECORD KEY CUST-NAME.
           SELECT GUI6RECN-OUT ASSIGN TO 'GUI6RCRP'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT GUI6RECN-DLM ASSIGN TO 'GUI6RCDL'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BATCH-LOG-FILE ASSIGN TO 'BATCHLOG'
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  GUI6-EXTRACT.
       01  EXTR-LINE                PIC X(187).
       FD  CUSTFIL-FILE.
           COPY CUSTFIL.
       FD  GUI6RECN-OUT.
       01  RPT-LINE                 PIC X(80).
       FD  GUI6RECN-DLM.
       01  DLM-LINE                 PIC X(400).
       FD  BATCH-LOG-FILE.
       01  BL-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       COPY BATCHLOG.
       COPY DLMROW.
       01  WS-EOF-SW                PIC X VALUE 'N'.
           88  WS-NO-MORE-EXTR           VALUE 'Y'.
       01  WS-NOT-FOUND-SW          PIC X VALUE 'N'.
           02  EXTH-TYPE            PIC X(1).
           02  EXTH-LAYOUT-VERSION  PIC 9(3).
           02  EXTH-REC-LEN         PIC 9(5).
       01  WS-EXPECTED-VERSION      PIC 9(3) VALUE 005.
       01  WS-EXPECTED-REC-LEN      PIC 9(5) VALUE 00187.
       01  WS-HDR-OK-SW             PIC X VALUE 'N'.
           88  WS-HEADER-OK              VALUE 'Y'.

      * SAME 187-BYTE V005 LAYOUT GUI6EXT.CBL WRITES - NO SHARED
      * COPYBOOK EXISTS FOR THIS RECORD, SO EACH READER INLINES ITS
      * OWN MATCHING GROUP (THE WAY QUOTFREQ.CBL DOES FOR TESTBEC2'S
      * HIT REC) AND THE RPI 2162 VERSION HEADER KEEPS IT HONEST
           02  EXTR-CUST-STATUS     PIC X.
           02  EXTR-REASON-CD       PIC X(3).
           02  EXTR-CHANGE-TYPE     PIC X.
           02  EXTR-CUST-NUMBER     PIC 9(7).

       01  WS-HDG-LINE.
           02  FILLER PIC X(42) VALUE 'CUSTOMER NAME'.
           OPEN OUTPUT GUI6RECN-OUT
           MOVE WS-HDG-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM OPEN-DELIMITED-EXPORT
           PERFORM READ-EXTRACT-RECORD
           PERFORM UNTIL WS-NO-MORE-EXTR
               IF EXTR-TYPE = 'D'
           CLOSE GUI6-EXTRACT
           CLOSE CUSTFIL-FILE
           CLOSE GUI6RECN-OUT
           IF LK-DR-EXPORT-ON
               CLOSE GUI6RECN-DLM
           END-IF
           PERFORM WRITE-BATCH-LOG-ENTRY
           DISPLAY 'GUI6RECN RECORDS CHECKED: ' WS-DETAIL-CNT
           DISPLAY 'GUI6RECN DROPPED:         ' WS-DROPPED-CNT
       RECONCILE-ONE-RECORD.
           ADD 1 TO WS-DETAIL-CNT
           MOVE 'N' TO WS-NOT-FOUND-SW
           MOVE EXTR-CUST-NUMBER TO CUST-NUMBER
           READ CUSTFIL-FILE
               INVALID KEY SET WS-CUST-NOT-FOUND TO TRUE
           END-READ
                   ADD 1 TO WS-CLEAN-CNT
           END-EVALUATE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF LK-DR-EXPORT-ON
               PERFORM WRITE-DELIMITED-ROW
           END-IF.

      * ASK DLMROW WHETHER THIS JOB'S DELIMITED EXPORT IS SWITCHED
      * ON AND, IF SO, OPEN IT WITH ITS COLUMN-NAME HEADER ROW
       OPEN-DELIMITED-EXPORT.
           MOVE 'GUI6RECN' TO LK-DR-PROGRAM
           SET LK-DR-QUERY TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           IF LK-DR-EXPORT-ON
               OPEN OUTPUT GUI6RECN-DLM
               MOVE SPACES TO DLM-LINE
               STRING 'RUN_DATE,CUST_NUMBER,CUST_NAME,OPID'
                      ',CHANGE_TYPE,RESULT'
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
           MOVE EXTR-CUST-NUMBER TO LK-DR-NUMBER
           MOVE 0 TO LK-DR-DECIMALS
           SET LK-DR-ADD-NUMBER TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE EXTR-CUST-NAME TO LK-DR-TEXT
           SET LK-DR-ADD-TEXT TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE EXTR-OPID TO LK-DR-TEXT
           SET LK-DR-ADD-TEXT TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE EXTR-CHANGE-TYPE TO LK-DR-TEXT
           SET LK-DR-ADD-TEXT TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE DET-RESULT TO LK-DR-TEXT
           SET LK-DR-ADD-TEXT TO TRUE
           CALL 'DLMROW' USING DLMROW-PARMS
           MOVE LK-DR-ROW TO DLM-LINE
           WRITE DLM-LINE.

       WRITE-SUMMARY-LINE.
           MOVE WS-DETAIL-CNT   TO SUM-CHECKED
