      *            BEC5RPT  -> BEC5ARC  (BEC5RPT)
      *            ABNDRPT  -> ABNDARC  (ABNDRPT)
      *            BECVOLRPT-> BECVOLAR (BECVOL)
      *          and the comma-delimited data files written alongside
      *          the reports through DLMROW, each archived the same
      *          way:
      *            QUOTXDL  -> QUOTXDA  (QUOTXRPT)
      *            ACCRDL   -> ACCRDA   (DFPACCR)
      *            GUI6RCDL -> GUI6RCDA (GUI6RECN)
      *            BEC5DL   -> BEC5DA   (BEC5RPT)
      *            ABNDDL   -> ABNDDA   (ABNDRPT)
      *            BECVOLDL -> BECVOLDA (BECVOL)
      *            GUI6AGDL -> GUI6AGDA (GUI6AGE)
      *            GUI6PRDL -> GUI6PRDA (GUI6PRI)
      *            SSVCDL   -> SSVCDA   (SOASVCRP)
      *            CUSTGRDL -> CUSTGRDA (CUSTGROW)
      *          A report file missing or empty on a given night is
      *          indexed with a zero line count rather than skipped
      *          silently.
      ***************************************************************
      * 09/01/26 RPI 2195 INITIAL CODING
      * 10/15/26 RPI 2249 THE TEN COMMA-DELIMITED DATA FILES THE
      *                   REPORTS NOW WRITE THROUGH DLMROW ARE ARCHIVED
      *                   AND INDEXED ALONGSIDE THE PRINT REPORTS, AND
      *                   THE PRODUCER STATUS TABLE COVERS GUI6AGE,
      *                   GUI6PRI, SOASVCRP AND CUSTGROW
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTARCH.
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RPT-ARC-6 ASSIGN TO 'BECVOLAR'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RPT-IN-7 ASSIGN TO 'QUOTXDL'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RPT-ARC-7 ASSIGN TO 'QUOTXDA'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RPT-IN-8 ASSIGN TO 'ACCRDL'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RPT-ARC-8 ASSIGN TO 'ACCRDA'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RPT-IN-9 ASSIGN TO 'GUI6RCDL'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RPT-ARC-9 ASSIGN TO 'GUI6RCDA'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RPT-IN-10 ASSIGN TO 'BEC5DL'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RPT-ARC-10 ASSIGN TO 'BEC5DA'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RPT-IN-11 ASSIGN TO 'ABNDDL'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RPT-ARC-11 ASSIGN TO 'ABNDDA'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RPT-IN-12 ASSIGN TO 'BECVOLDL'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RPT-ARC-12 ASSIGN TO 'BECVOLDA'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RPT-IN-13 ASSIGN TO 'GUI6AGDL'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RPT-ARC-13 ASSIGN TO 'GUI6AGDA'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RPT-IN-14 ASSIGN TO 'GUI6PRDL'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RPT-ARC-14 ASSIGN TO 'GUI6PRDA'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RPT-IN-15 ASSIGN TO 'SSVCDL'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RPT-ARC-15 ASSIGN TO 'SSVCDA'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RPT-IN-16 ASSIGN TO 'CUSTGRDL'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RPT-ARC-16 ASSIGN TO 'CUSTGRDA'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT RPT-INDEX-FILE ASSIGN TO 'RPTINDEX'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BATCH-LOG-IN ASSIGN TO 'BATCHLOG'
       01  RPT-IN-6-LINE          PIC X(130).
       FD  RPT-ARC-6.
       01  RPT-ARC-6-LINE         PIC X(130).
       FD  RPT-IN-7.
       01  RPT-IN-7-LINE          PIC X(400).
       FD  RPT-ARC-7.
       01  RPT-ARC-7-LINE         PIC X(400).
       FD  RPT-IN-8.
       01  RPT-IN-8-LINE          PIC X(400).
       FD  RPT-ARC-8.
       01  RPT-ARC-8-LINE         PIC X(400).
       FD  RPT-IN-9.
       01  RPT-IN-9-LINE          PIC X(400).
       FD  RPT-ARC-9.
       01  RPT-ARC-9-LINE         PIC X(400).
       FD  RPT-IN-10.
       01  RPT-IN-10-LINE         PIC X(400).
       FD  RPT-ARC-10.
       01  RPT-ARC-10-LINE        PIC X(400).
       FD  RPT-IN-11.
       01  RPT-IN-11-LINE         PIC X(400).
       FD  RPT-ARC-11.
       01  RPT-ARC-11-LINE        PIC X(400).
       FD  RPT-IN-12.
       01  RPT-IN-12-LINE         PIC X(400).
       FD  RPT-ARC-12.
       01  RPT-ARC-12-LINE        PIC X(400).
       FD  RPT-IN-13.
       01  RPT-IN-13-LINE         PIC X(400).
       FD  RPT-ARC-13.
       01  RPT-ARC-13-LINE        PIC X(400).
       FD  RPT-IN-14.
       01  RPT-IN-14-LINE         PIC X(400).
       FD  RPT-ARC-14.
       01  RPT-ARC-14-LINE        PIC X(400).
       FD  RPT-IN-15.
       01  RPT-IN-15-LINE         PIC X(400).
       FD  RPT-ARC-15.
       01  RPT-ARC-15-LINE        PIC X(400).
       FD  RPT-IN-16.
       01  RPT-IN-16-LINE         PIC X(400).
       FD  RPT-ARC-16.
       01  RPT-ARC-16-LINE        PIC X(400).
       FD  RPT-INDEX-FILE.
       01  INDEX-LINE              PIC X(80).
       FD  BATCH-LOG-IN.
      * LATEST COMPLETION STATUS PER PRODUCING PROGRAM, SCANNED OFF
      * BATCHLOG ONCE UP FRONT ('STRT' ENTRIES SKIPPED)
       01  WS-STAT-TBL.
           02  WS-STAT-ENTRY OCCURS 10 TIMES.
               04  ST-PROGRAM      PIC X(8).
               04  ST-STATUS       PIC X(4).
       01  WS-STAT-SUB             PIC 9(2).
       01  WS-RPT-STATUS           PIC X(4).

       01  WS-BANNER-LINE.
           MOVE 'BECVOL' TO WS-RPT-PROGRAM
           PERFORM ARCHIVE-REPORT-6

      * THE DELIMITED DATA FILES BEHIND THE SAME REPORTS, EACH
      * ARCHIVED AND INDEXED UNDER ITS OWN DD NAME
           MOVE 'QUOTXDL' TO WS-RPT-IN-DD
           MOVE 'QUOTXRPT' TO WS-RPT-PROGRAM
           PERFORM ARCHIVE-REPORT-7

           MOVE 'ACCRDL' TO WS-RPT-IN-DD
           MOVE 'DFPACCR' TO WS-RPT-PROGRAM
           PERFORM ARCHIVE-REPORT-8

           MOVE 'GUI6RCDL' TO WS-RPT-IN-DD
           MOVE 'GUI6RECN' TO WS-RPT-PROGRAM
           PERFORM ARCHIVE-REPORT-9

           MOVE 'BEC5DL' TO WS-RPT-IN-DD
           MOVE 'BEC5RPT' TO WS-RPT-PROGRAM
           PERFORM ARCHIVE-REPORT-10

           MOVE 'ABNDDL' TO WS-RPT-IN-DD
           MOVE 'ABNDRPT' TO WS-RPT-PROGRAM
           PERFORM ARCHIVE-REPORT-11

           MOVE 'BECVOLDL' TO WS-RPT-IN-DD
           MOVE 'BECVOL' TO WS-RPT-PROGRAM
           PERFORM ARCHIVE-REPORT-12

           MOVE 'GUI6AGDL' TO WS-RPT-IN-DD
           MOVE 'GUI6AGE' TO WS-RPT-PROGRAM
           PERFORM ARCHIVE-REPORT-13

           MOVE 'GUI6PRDL' TO WS-RPT-IN-DD
           MOVE 'GUI6PRI' TO WS-RPT-PROGRAM
           PERFORM ARCHIVE-REPORT-14

           MOVE 'SSVCDL' TO WS-RPT-IN-DD
           MOVE 'SOASVCRP' TO WS-RPT-PROGRAM
           PERFORM ARCHIVE-REPORT-15

           MOVE 'CUSTGRDL' TO WS-RPT-IN-DD
           MOVE 'CUSTGROW' TO WS-RPT-PROGRAM
           PERFORM ARCHIVE-REPORT-16

           CLOSE RPT-INDEX-FILE
           PERFORM WRITE-BATCH-LOG-ENTRY
           MOVE 'BEC5RPT'  TO ST-PROGRAM(4)
           MOVE 'ABNDRPT'  TO ST-PROGRAM(5)
           MOVE 'BECVOL'   TO ST-PROGRAM(6)
           MOVE 'GUI6AGE'  TO ST-PROGRAM(7)
           MOVE 'GUI6PRI'  TO ST-PROGRAM(8)
           MOVE 'SOASVCRP' TO ST-PROGRAM(9)
           MOVE 'CUSTGROW' TO ST-PROGRAM(10)
           PERFORM VARYING WS-STAT-SUB FROM 1 BY 1
                   UNTIL WS-STAT-SUB > 10
               MOVE SPACES TO ST-STATUS(WS-STAT-SUB)
           END-PERFORM
           OPEN INPUT BATCH-LOG-IN
                       MOVE BL-IN-LINE TO BATCHLOG-REC
                       IF BL-STATUS NOT = 'STRT'
                           PERFORM VARYING WS-STAT-SUB FROM 1 BY 1
                                   UNTIL WS-STAT-SUB > 10
                               IF ST-PROGRAM(WS-STAT-SUB)
                                       = BL-PROGRAM
                                   MOVE BL-STATUS
           CLOSE RPT-ARC-6
           PERFORM WRITE-INDEX-LINE.

      * COPY QUOTXDL TO ITS QUOTXDA ARCHIVE UNDER TONIGHT'S
      * DATED BANNER, THEN WRITE ITS INDEX LINE - A JOB THAT RAN
      * WITH ITS EXPORT SWITCHED OFF INDEXES WITH A ZERO COUNT
       ARCHIVE-REPORT-7.
           MOVE 0 TO WS-LINE-CNT
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT RPT-IN-7
           OPEN EXTEND RPT-ARC-7
           MOVE WS-RUN-DATE TO BAN-DATE
           MOVE SPACES TO RPT-ARC-7-LINE
           MOVE WS-BANNER-LINE TO RPT-ARC-7-LINE
           WRITE RPT-ARC-7-LINE
           PERFORM UNTIL WS-NO-MORE-RECS
               READ RPT-IN-7
                   AT END SET WS-NO-MORE-RECS TO TRUE
                   NOT AT END
                       MOVE RPT-IN-7-LINE TO RPT-ARC-7-LINE
                       WRITE RPT-ARC-7-LINE
                       ADD 1 TO WS-LINE-CNT
               END-READ
           END-PERFORM
           CLOSE RPT-IN-7
           CLOSE RPT-ARC-7
           PERFORM WRITE-INDEX-LINE.

      * COPY ACCRDL TO ITS ACCRDA ARCHIVE UNDER TONIGHT'S
      * DATED BANNER, THEN WRITE ITS INDEX LINE - A JOB THAT RAN
      * WITH ITS EXPORT SWITCHED OFF INDEXES WITH A ZERO COUNT
       ARCHIVE-REPORT-8.
           MOVE 0 TO WS-LINE-CNT
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT RPT-IN-8
           OPEN EXTEND RPT-ARC-8
           MOVE WS-RUN-DATE TO BAN-DATE
           MOVE SPACES TO RPT-ARC-8-LINE
           MOVE WS-BANNER-LINE TO RPT-ARC-8-LINE
           WRITE RPT-ARC-8-LINE
           PERFORM UNTIL WS-NO-MORE-RECS
               READ RPT-IN-8
                   AT END SET WS-NO-MORE-RECS TO TRUE
                   NOT AT END
                       MOVE RPT-IN-8-LINE TO RPT-ARC-8-LINE
                       WRITE RPT-ARC-8-LINE
                       ADD 1 TO WS-LINE-CNT
               END-READ
           END-PERFORM
           CLOSE RPT-IN-8
           CLOSE RPT-ARC-8
           PERFORM WRITE-INDEX-LINE.

      * COPY GUI6RCDL TO ITS GUI6RCDA ARCHIVE UNDER TONIGHT'S
      * DATED BANNER, THEN WRITE ITS INDEX LINE - A JOB THAT RAN
      * WITH ITS EXPORT SWITCHED OFF INDEXES WITH A ZERO COUNT
       ARCHIVE-REPORT-9.
           MOVE 0 TO WS-LINE-CNT
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT RPT-IN-9
           OPEN EXTEND RPT-ARC-9
           MOVE WS-RUN-DATE TO BAN-DATE
           MOVE SPACES TO RPT-ARC-9-LINE
           MOVE WS-BANNER-LINE TO RPT-ARC-9-LINE
           WRITE RPT-ARC-9-LINE
           PERFORM UNTIL WS-NO-MORE-RECS
               READ RPT-IN-9
                   AT END SET WS-NO-MORE-RECS TO TRUE
                   NOT AT END
                       MOVE RPT-IN-9-LINE TO RPT-ARC-9-LINE
                       WRITE RPT-ARC-9-LINE
                       ADD 1 TO WS-LINE-CNT
               END-READ
           END-PERFORM
           CLOSE RPT-IN-9
           CLOSE RPT-ARC-9
           PERFORM WRITE-INDEX-LINE.

      * COPY BEC5DL TO ITS BEC5DA ARCHIVE UNDER TONIGHT'S
      * DATED BANNER, THEN WRITE ITS INDEX LINE - A JOB THAT RAN
      * WITH ITS EXPORT SWITCHED OFF INDEXES WITH A ZERO COUNT
       ARCHIVE-REPORT-10.
           MOVE 0 TO WS-LINE-CNT
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT RPT-IN-10
           OPEN EXTEND RPT-ARC-10
           MOVE WS-RUN-DATE TO BAN-DATE
           MOVE SPACES TO RPT-ARC-10-LINE
           MOVE WS-BANNER-LINE TO RPT-ARC-10-LINE
           WRITE RPT-ARC-10-LINE
           PERFORM UNTIL WS-NO-MORE-RECS
               READ RPT-IN-10
                   AT END SET WS-NO-MORE-RECS TO TRUE
                   NOT AT END
                       MOVE RPT-IN-10-LINE TO RPT-ARC-10-LINE
                       WRITE RPT-ARC-10-LINE
                       ADD 1 TO WS-LINE-CNT
               END-READ
           END-PERFORM
           CLOSE RPT-IN-10
           CLOSE RPT-ARC-10
           PERFORM WRITE-INDEX-LINE.

      * COPY ABNDDL TO ITS ABNDDA ARCHIVE UNDER TONIGHT'S
      * DATED BANNER, THEN WRITE ITS INDEX LINE - A JOB THAT RAN
      * WITH ITS EXPORT SWITCHED OFF INDEXES WITH A ZERO COUNT
       ARCHIVE-REPORT-11.
           MOVE 0 TO WS-LINE-CNT
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT RPT-IN-11
           OPEN EXTEND RPT-ARC-11
           MOVE WS-RUN-DATE TO BAN-DATE
           MOVE SPACES TO RPT-ARC-11-LINE
           MOVE WS-BANNER-LINE TO RPT-ARC-11-LINE
           WRITE RPT-ARC-11-LINE
           PERFORM UNTIL WS-NO-MORE-RECS
               READ RPT-IN-11
                   AT END SET WS-NO-MORE-RECS TO TRUE
                   NOT AT END
                       MOVE RPT-IN-11-LINE TO RPT-ARC-11-LINE
                       WRITE RPT-ARC-11-LINE
                       ADD 1 TO WS-LINE-CNT
               END-READ
           END-PERFORM
           CLOSE RPT-IN-11
           CLOSE RPT-ARC-11
           PERFORM WRITE-INDEX-LINE.

      * COPY BECVOLDL TO ITS BECVOLDA ARCHIVE UNDER TONIGHT'S
      * DATED BANNER, THEN WRITE ITS INDEX LINE - A JOB THAT RAN
      * WITH ITS EXPORT SWITCHED OFF INDEXES WITH A ZERO COUNT
       ARCHIVE-REPORT-12.
           MOVE 0 TO WS-LINE-CNT
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT RPT-IN-12
           OPEN EXTEND RPT-ARC-12
           MOVE WS-RUN-DATE TO BAN-DATE
           MOVE SPACES TO RPT-ARC-12-LINE
           MOVE WS-BANNER-LINE TO RPT-ARC-12-LINE
           WRITE RPT-ARC-12-LINE
           PERFORM UNTIL WS-NO-MORE-RECS
               READ RPT-IN-12
                   AT END SET WS-NO-MORE-RECS TO TRUE
                   NOT AT END
                       MOVE RPT-IN-12-LINE TO RPT-ARC-12-LINE
                       WRITE RPT-ARC-12-LINE
                       ADD 1 TO WS-LINE-CNT
               END-READ
           END-PERFORM
           CLOSE RPT-IN-12
           CLOSE RPT-ARC-12
           PERFORM WRITE-INDEX-LINE.

      * COPY GUI6AGDL TO ITS GUI6AGDA ARCHIVE UNDER TONIGHT'S
      * DATED BANNER, THEN WRITE ITS INDEX LINE - A JOB THAT RAN
      * WITH ITS EXPORT SWITCHED OFF INDEXES WITH A ZERO COUNT
       ARCHIVE-REPORT-13.
           MOVE 0 TO WS-LINE-CNT
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT RPT-IN-13
           OPEN EXTEND RPT-ARC-13
           MOVE WS-RUN-DATE TO BAN-DATE
           MOVE SPACES TO RPT-ARC-13-LINE
           MOVE WS-BANNER-LINE TO RPT-ARC-13-LINE
           WRITE RPT-ARC-13-LINE
           PERFORM UNTIL WS-NO-MORE-RECS
               READ RPT-IN-13
                   AT END SET WS-NO-MORE-RECS TO TRUE
                   NOT AT END
                       MOVE RPT-IN-13-LINE TO RPT-ARC-13-LINE
                       WRITE RPT-ARC-13-LINE
                       ADD 1 TO WS-LINE-CNT
               END-READ
           END-PERFORM
           CLOSE RPT-IN-13
           CLOSE RPT-ARC-13
           PERFORM WRITE-INDEX-LINE.

      * COPY GUI6PRDL TO ITS GUI6PRDA ARCHIVE UNDER TONIGHT'S
      * DATED BANNER, THEN WRITE ITS INDEX LINE - A JOB THAT RAN
      * WITH ITS EXPORT SWITCHED OFF INDEXES WITH A ZERO COUNT
       ARCHIVE-REPORT-14.
           MOVE 0 TO WS-LINE-CNT
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT RPT-IN-14
           OPEN EXTEND RPT-ARC-14
           MOVE WS-RUN-DATE TO BAN-DATE
           MOVE SPACES TO RPT-ARC-14-LINE
           MOVE WS-BANNER-LINE TO RPT-ARC-14-LINE
           WRITE RPT-ARC-14-LINE
           PERFORM UNTIL WS-NO-MORE-RECS
               READ RPT-IN-14
                   AT END SET WS-NO-MORE-RECS TO TRUE
                   NOT AT END
                       MOVE RPT-IN-14-LINE TO RPT-ARC-14-LINE
                       WRITE RPT-ARC-14-LINE
                       ADD 1 TO WS-LINE-CNT
               END-READ
           END-PERFORM
           CLOSE RPT-IN-14
           CLOSE RPT-ARC-14
           PERFORM WRITE-INDEX-LINE.

      * COPY SSVCDL TO ITS SSVCDA ARCHIVE UNDER TONIGHT'S
      * DATED BANNER, THEN WRITE ITS INDEX LINE - A JOB THAT RAN
      * WITH ITS EXPORT SWITCHED OFF INDEXES WITH A ZERO COUNT
       ARCHIVE-REPORT-15.
           MOVE 0 TO WS-LINE-CNT
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT RPT-IN-15
           OPEN EXTEND RPT-ARC-15
           MOVE WS-RUN-DATE TO BAN-DATE
           MOVE SPACES TO RPT-ARC-15-LINE
           MOVE WS-BANNER-LINE TO RPT-ARC-15-LINE
           WRITE RPT-ARC-15-LINE
           PERFORM UNTIL WS-NO-MORE-RECS
               READ RPT-IN-15
                   AT END SET WS-NO-MORE-RECS TO TRUE
                   NOT AT END
                       MOVE RPT-IN-15-LINE TO RPT-ARC-15-LINE
                       WRITE RPT-ARC-15-LINE
                       ADD 1 TO WS-LINE-CNT
               END-READ
           END-PERFORM
           CLOSE RPT-IN-15
           CLOSE RPT-ARC-15
           PERFORM WRITE-INDEX-LINE.

      * COPY CUSTGRDL TO ITS CUSTGRDA ARCHIVE UNDER TONIGHT'S
      * DATED BANNER, THEN WRITE ITS INDEX LINE - A JOB THAT RAN
      * WITH ITS EXPORT SWITCHED OFF INDEXES WITH A ZERO COUNT
       ARCHIVE-REPORT-16.
           MOVE 0 TO WS-LINE-CNT
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT RPT-IN-16
           OPEN EXTEND RPT-ARC-16
           MOVE WS-RUN-DATE TO BAN-DATE
           MOVE SPACES TO RPT-ARC-16-LINE
           MOVE WS-BANNER-LINE TO RPT-ARC-16-LINE
           WRITE RPT-ARC-16-LINE
           PERFORM UNTIL WS-NO-MORE-RECS
               READ RPT-IN-16
                   AT END SET WS-NO-MORE-RECS TO TRUE
                   NOT AT END
                       MOVE RPT-IN-16-LINE TO RPT-ARC-16-LINE
                       WRITE RPT-ARC-16-LINE
                       ADD 1 TO WS-LINE-CNT
               END-READ
           END-PERFORM
           CLOSE RPT-IN-16
           CLOSE RPT-ARC-16
           PERFORM WRITE-INDEX-LINE.

      * ONE MASTER-INDEX LINE PER REPORT ARCHIVED TONIGHT
       WRITE-INDEX-LINE.
           MOVE SPACES TO WS-RPT-STATUS
           PERFORM VARYING WS-STAT-SUB FROM 1 BY 1
                   UNTIL WS-STAT-SUB > 10
               IF ST-PROGRAM(WS-STAT-SUB) = WS-RPT-PROGRAM
                   MOVE ST-STATUS(WS-STAT-SUB) TO WS-RPT-STATUS
               END-IF
