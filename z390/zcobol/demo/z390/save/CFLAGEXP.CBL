      ***************************************************************
      * Author.  Maintenance team, following the GUI6ESC style
      * Remarks. Nightly caution-flag expiry. A CUSTFLAG caution flag
      *          is in force through its expiry date - the GUI6 screen
      *          (shared FLAGCHK check) stops showing it the day after
      *          without anyone touching it - and this job then takes
      *          the expired record off the file so CUSTFLAG only
      *          ever holds flags that are, or are about to be, in
      *          force. Each flag deleted is listed on the CFLAGRPT
      *          report with who set it and why, so the fraud and
      *          legal teams can see what lapsed overnight and have a
      *          supervisor set it again through CUSTFLGM if it should
      *          not have. Flags expiring within the next 7 days are
      *          listed too, as a warning, and left alone. The FLAGACK
      *          acknowledgment log is an audit trail and is never
      *          purged here.
      ***************************************************************
      * 10/15/26 RPI 2235 INITIAL CODING
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFLAGEXP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTFLAG-FILE ASSIGN TO 'CUSTFLAG'
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY CFL-KEY.
           SELECT CFLAG-RPT ASSIGN TO 'CFLAGRPT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BATCH-LOG-FILE ASSIGN TO 'BATCHLOG'
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTFLAG-FILE.
           COPY CUSTFLAG.
       FD  CFLAG-RPT.
       01  RPT-LINE                PIC X(80).
       FD  BATCH-LOG-FILE.
       01  BL-LINE                 PIC X(80).
       WORKING-STORAGE SECTION.
       COPY BATCHLOG.
       01  WS-EOF-SW               PIC X VALUE 'N'.
           88  WS-NO-MORE-FLAGS          VALUE 'Y'.
       01  WS-SCAN-CNT             PIC 9(5) VALUE 0.
       01  WS-EXPIRED-CNT          PIC 9(5) VALUE 0.
       01  WS-DUE-CNT              PIC 9(5) VALUE 0.

      * A FLAG WHOSE EXPIRY IS BEFORE TODAY HAS LAPSED; ONE EXPIRING
      * ON OR BEFORE WS-WARN-DATE IS ABOUT TO
       01  WS-WARN-DAYS            PIC 9(3) VALUE 7.
       01  WS-WARN-DATE            PIC 9(8).

       01  WS-HDG-1.
           02  FILLER       PIC X(35) VALUE
               'CUSTFLAG CAUTION-FLAG EXPIRY'.
       01  WS-HDG-2.
           02  FILLER       PIC X(9)  VALUE 'ACTION'.
           02  FILLER       PIC X(9)  VALUE 'CUSTOMER'.
           02  FILLER       PIC X(5)  VALUE 'TYPE'.
           02  FILLER       PIC X(10) VALUE 'EXPIRY'.
           02  FILLER       PIC X(7)  VALUE 'SET BY'.
           02  FILLER       PIC X(26) VALUE 'REASON'.
       01  WS-DETAIL-LINE.
           02  DET-ACTION   PIC X(7).
           02  FILLER       PIC X(2) VALUE SPACES.
           02  DET-CUST     PIC 9(7).
           02  FILLER       PIC X(2) VALUE SPACES.
           02  DET-TYPE     PIC X.
           02  FILLER       PIC X(4) VALUE SPACES.
           02  DET-EXPIRY   PIC 9(8).
           02  FILLER       PIC X(2) VALUE SPACES.
           02  DET-SET-BY   PIC X(3).
           02  FILLER       PIC X(4) VALUE SPACES.
           02  DET-REASON   PIC X(26).
       01  WS-SUMMARY-LINE.
           02  FILLER       PIC X(16) VALUE 'FLAGS SCANNED='.
           02  SUM-SCAN     PIC ZZZZ9.
           02  FILLER       PIC X(12) VALUE '  EXPIRED='.
           02  SUM-EXPIRED  PIC ZZZZ9.
           02  FILLER       PIC X(14) VALUE '  DUE IN 7D='.
           02  SUM-DUE      PIC ZZZZ9.
       01  WS-BL-DETAIL.
           02  FILLER       PIC X(9)  VALUE 'CFLAGEXP '.
           02  FILLER       PIC X(8)  VALUE 'EXPIRED='.
           02  BLD-EXPIRED  PIC ZZZZ9.
       01  WS-RUN-DATE.
           02  WS-RUN-YYYY  PIC 9(4).
           02  WS-RUN-MM    PIC 9(2).
           02  WS-RUN-DD    PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM WRITE-BATCH-START-ENTRY
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-WARN-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                   + WS-WARN-DAYS)
           OPEN I-O CUSTFLAG-FILE
           OPEN OUTPUT CFLAG-RPT
           MOVE WS-HDG-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HDG-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM READ-FLAG-RECORD
           PERFORM UNTIL WS-NO-MORE-FLAGS
               ADD 1 TO WS-SCAN-CNT
               IF CFL-EXPIRY < WS-RUN-DATE-NUM
                   PERFORM DELETE-EXPIRED-FLAG
               ELSE
               IF CFL-EXPIRY <= WS-WARN-DATE
                   ADD 1 TO WS-DUE-CNT
                   MOVE 'DUE' TO DET-ACTION
                   PERFORM WRITE-DETAIL-LINE
               END-IF
               END-IF
               PERFORM READ-FLAG-RECORD
           END-PERFORM
           CLOSE CUSTFLAG-FILE
           PERFORM WRITE-SUMMARY-LINE
           CLOSE CFLAG-RPT
           PERFORM WRITE-BATCH-LOG-ENTRY
           DISPLAY 'CFLAGEXP FLAGS SCANNED: ' WS-SCAN-CNT
           DISPLAY 'CFLAGEXP EXPIRED:       ' WS-EXPIRED-CNT
           STOP RUN.

       READ-FLAG-RECORD.
           READ CUSTFLAG-FILE NEXT RECORD
               AT END SET WS-NO-MORE-FLAGS TO TRUE
           END-READ.

      * SEQUENTIAL ACCESS - THE DELETE TAKES THE RECORD JUST READ
       DELETE-EXPIRED-FLAG.
           MOVE 'EXPIRED' TO DET-ACTION
           PERFORM WRITE-DETAIL-LINE
           DELETE CUSTFLAG-FILE RECORD
           ADD 1 TO WS-EXPIRED-CNT.

       WRITE-DETAIL-LINE.
           MOVE CFL-CUST-NUMBER TO DET-CUST
           MOVE CFL-TYPE        TO DET-TYPE
           MOVE CFL-EXPIRY      TO DET-EXPIRY
           MOVE CFL-SET-OPID    TO DET-SET-BY
           MOVE CFL-REASON      TO DET-REASON
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       WRITE-SUMMARY-LINE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SCAN-CNT    TO SUM-SCAN
           MOVE WS-EXPIRED-CNT TO SUM-EXPIRED
           MOVE WS-DUE-CNT     TO SUM-DUE
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE.

       WRITE-BATCH-LOG-ENTRY.
           MOVE WS-EXPIRED-CNT TO BLD-EXPIRED
           MOVE 'CFLAGEXP' TO BL-PROGRAM
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           MOVE 'DONE' TO BL-STATUS
           MOVE WS-BL-DETAIL TO BL-DETAIL
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.

      * ONE 'STRT' ENTRY AT JOB ENTRY, PAIRED BY BATCHWIN WITH THE
      * COMPLETION ENTRY ABOVE
       WRITE-BATCH-START-ENTRY.
           MOVE 'CFLAGEXP' TO BL-PROGRAM
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           MOVE 'STRT' TO BL-STATUS
           MOVE SPACES TO BL-DETAIL
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.
