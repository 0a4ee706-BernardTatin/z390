      ***************************************************************
      * Author.  Maintenance team, following the GUI6EXT/ABNDSOA/
      *          CASEAGE style
      * Remarks. Nightly grouping of the day's problem events into
      *          the INCREG incident register. One outage used to show
      *          up in three places - abends on ABNDLOG, out-of-balance
      *          events on OOBLOG, dead-lettered service calls on
      *          SOADEADL - and nobody saw it was one incident. This
      *          step pulls every event new since its last clean run
      *          from all three, puts them in time order, and files
      *          each under an incident:
      *            - an event whose correlation ID matches one already
      *              in an incident joins it, whenever it happened;
      *            - else one from the same program as an incident,
      *              within PARMFIL 'INCIDENT-PGM-MINUTES' (default 60)
      *              of its latest event, joins it;
      *            - else one within PARMFIL 'INCIDENT-WINDOW-MIN'
      *              (default 15) of any incident's latest event joins
      *              it, which is what ties an abend to the dead
      *              letters and out-of-balance events of the same
      *              outage;
      *            - else it opens a new incident.
      *          Incidents not yet resolved on INCREG are candidates
      *          as well, so an outage running across midnight stays
      *          one incident. Each event goes to INCEVT under its
      *          incident with the reason it was grouped there; owner
      *          and status are left to INCVIEW.
      *
      *          SOADEADL itself carries no timestamp and is rewritten
      *          by every SOADEADR run, so a dead letter is taken from
      *          the 'DEAD' event DEMOSUB2 writes to the SOATRACE trace
      *          file at the moment it appends the call to SOADEADL -
      *          same correlation ID, service and time.
      *
      *          New means above the high-water marks on INCCKPT (the
      *          last ABNDLOG and OOBLOG seqno, and the date/time of
      *          the last dead letter, taken). The marks are rewritten
      *          only at clean completion, so a rerun after an abend
      *          picks up the same events again - the GUI6EXT
      *          checkpoint idea. If WS-EVENT-TBL fills, ABNDLOG and
      *          OOBLOG stop at the last event taken (they are read in
      *          seqno order) and the dead letters are left whole for
      *          the next run; the BATCHLOG entry is then WARN.
      ***************************************************************
      * 10/15/26 RPI 2257 INITIAL CODING
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INCGRP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABNDLOG-FILE ASSIGN TO 'ABNDLOG'
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY ABND-KEY.
           SELECT OOBLOG-FILE ASSIGN TO 'OOBLOG'
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY OOB-KEY.
           SELECT OPTIONAL TRACE-FILE ASSIGN TO 'SOATRACE'
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY STR-KEY.
           SELECT OPTIONAL INCREG-FILE ASSIGN TO 'INCREG'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY INC-KEY.
           SELECT OPTIONAL INCEVT-FILE ASSIGN TO 'INCEVT'
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY IEV-KEY.
           SELECT OPTIONAL PARMFIL-FILE ASSIGN TO 'PARMFIL'
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY PRM-KEY.
           SELECT OPTIONAL CKPT-FILE ASSIGN TO 'INCCKPT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT INC-RPT ASSIGN TO 'INCRPT'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BATCH-LOG-FILE ASSIGN TO 'BATCHLOG'
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ABNDLOG-FILE.
           COPY ABNDLOG.
       FD  OOBLOG-FILE.
           COPY OOBLOG.
       FD  TRACE-FILE.
           COPY SOATRACE.
       FD  INCREG-FILE.
           COPY INCREG.
       FD  INCEVT-FILE.
           COPY INCEVT.
       FD  PARMFIL-FILE.
           COPY PARMFIL.
      * ONE LINE - THE HIGH-WATER MARKS OF THE LAST CLEAN RUN
       FD  CKPT-FILE.
       01  CKPT-REC.
           02  CKPT-ABND-SEQNO      PIC 9(7).
           02  CKPT-OOB-SEQNO       PIC 9(7).
           02  CKPT-DEAD-DATE       PIC 9(8).
           02  CKPT-DEAD-TIME       PIC 9(6).
           02  FILLER               PIC X(52).
       FD  INC-RPT.
       01  RPT-LINE                 PIC X(80).
       FD  BATCH-LOG-FILE.
       01  BL-LINE                  PIC X(80).

       WORKING-STORAGE SECTION.
       COPY BATCHLOG.
       01  WS-EOF-SW                PIC X VALUE 'N'.
           88  WS-NO-MORE-RECS           VALUE 'Y'.
       01  WS-RUN-DATE.
           02  WS-RUN-YYYY          PIC 9(4).
           02  WS-RUN-MM            PIC 9(2).
           02  WS-RUN-DD            PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).

      * GROUPING WINDOWS, MINUTES - PARMFIL OVERRIDES THE DEFAULTS
       01  WS-WINDOW-MIN            PIC 9(5) VALUE 15.
       01  WS-PGM-WINDOW-MIN        PIC 9(5) VALUE 60.

      * HIGH-WATER MARKS AS READ, AND AS THEY WILL BE REWRITTEN
       01  WS-CK-ABND-SEQNO         PIC 9(7) VALUE 0.
       01  WS-CK-OOB-SEQNO          PIC 9(7) VALUE 0.
       01  WS-CK-DEAD-DATE          PIC 9(8) VALUE 0.
       01  WS-CK-DEAD-TIME          PIC 9(6) VALUE 0.
       01  WS-NEW-ABND-SEQNO        PIC 9(7) VALUE 0.
       01  WS-NEW-OOB-SEQNO         PIC 9(7) VALUE 0.
       01  WS-NEW-DEAD-DATE         PIC 9(8) VALUE 0.
       01  WS-NEW-DEAD-TIME         PIC 9(6) VALUE 0.

      * ABND-DATE/ABND-TIME ARE 0CYYDDD/0HHMMSS, UNPACKED THE SAME
      * WAY ABNDSOA UNPACKS THEM
       01  WS-ABND-DATE-DISP        PIC 9(7).
       01  WS-ABND-DATE-R REDEFINES WS-ABND-DATE-DISP.
           02  FILLER               PIC 9(1).
           02  WS-ABND-CENT         PIC 9(1).
           02  WS-ABND-YY           PIC 9(2).
           02  WS-ABND-DDD          PIC 9(3).
       01  WS-ABND-CCYYDDD          PIC 9(7).

      * ONE TIMESTAMP FOLDED TO MINUTES SINCE 12/31/1600 SO EVENTS
      * FROM THE THREE SOURCES COMPARE ON ONE SCALE
       01  WS-CALC-DATE             PIC 9(8).
       01  WS-CALC-TIME             PIC 9(6).
       01  WS-CALC-TIME-R REDEFINES WS-CALC-TIME.
           02  WS-CALC-HH           PIC 9(2).
           02  WS-CALC-MM           PIC 9(2).
           02  WS-CALC-SS           PIC 9(2).
       01  WS-CALC-MINUTE           PIC 9(11).
       01  WS-GAP-MINUTES           PIC 9(11).

      * EVERY NEW EVENT FROM THE THREE SOURCES
       01  WS-EVENT-TBL.
           02  EV-ENTRY OCCURS 2000 TIMES.
               04  EV-SOURCE        PIC X.
               04  EV-SOURCE-KEY    PIC X(16).
               04  EV-PROGRAM       PIC X(8).
               04  EV-CODE          PIC X(8).
               04  EV-CORR-ID       PIC X(16).
               04  EV-DATE          PIC 9(8).
               04  EV-TIME          PIC 9(6).
               04  EV-MINUTE        PIC 9(11).
               04  EV-GROUP         PIC 9(4).
               04  EV-HOW           PIC X.
       01  WS-EV-MAX                PIC 9(4) VALUE 2000.
       01  WS-EV-CNT                PIC 9(4) VALUE 0.
       01  WS-EV-SUB                PIC 9(4).
       01  WS-EV-SOURCE-START       PIC 9(4).
       01  WS-SWAP-EVENT            PIC X(79).
       01  WS-EV-FULL-SW            PIC X VALUE 'N'.
           88  WS-EVENT-TBL-FULL         VALUE 'Y'.
       01  WS-SORT-I                PIC 9(4).
       01  WS-SORT-J                PIC 9(4).

      * ONE ENTRY PER INCIDENT - THE UNRESOLVED ONES ALREADY ON
      * INCREG FIRST, THEN THE ONES THIS RUN OPENS. SIZED FOR EVERY
      * EVENT OPENING ITS OWN INCIDENT ON TOP OF WS-OPEN-INC-MAX
       01  WS-GROUP-TBL.
           02  GR-ENTRY OCCURS 2200 TIMES.
               04  GR-INC-NUMBER    PIC 9(7).
               04  GR-EXISTING-SW   PIC X.
                   88  GR-EXISTING        VALUE 'Y'.
               04  GR-PROGRAM       PIC X(8).
               04  GR-CORR-ID       PIC X(16).
               04  GR-FIRST-DATE    PIC 9(8).
               04  GR-FIRST-TIME    PIC 9(6).
               04  GR-LAST-DATE     PIC 9(8).
               04  GR-LAST-TIME     PIC 9(6).
               04  GR-LAST-MINUTE   PIC 9(11).
               04  GR-ABND-CNT      PIC 9(5).
               04  GR-OOB-CNT       PIC 9(5).
               04  GR-DEAD-CNT      PIC 9(5).
               04  GR-NEXT-SEQ      PIC 9(5).
               04  GR-NEW-EVENTS    PIC 9(5).
       01  WS-GRP-CNT               PIC 9(4) VALUE 0.
       01  WS-GRP-SUB               PIC 9(4).
       01  WS-FOUND-GRP             PIC 9(4).
       01  WS-OPEN-INC-MAX          PIC 9(4) VALUE 200.
       01  WS-HIGH-INC              PIC 9(7) VALUE 0.

       01  WS-ABND-TAKEN            PIC 9(5) VALUE 0.
       01  WS-OOB-TAKEN             PIC 9(5) VALUE 0.
       01  WS-DEAD-TAKEN            PIC 9(5) VALUE 0.
       01  WS-NEW-INC-CNT           PIC 9(5) VALUE 0.
       01  WS-UPD-INC-CNT           PIC 9(5) VALUE 0.
       01  WS-OPEN-SKIPPED-CNT      PIC 9(5) VALUE 0.
       01  WS-WRITE-ERR-CNT         PIC 9(5) VALUE 0.

       01  WS-HDG-1.
           02  FILLER       PIC X(38) VALUE
               'INCIDENT REGISTER - NIGHTLY GROUPING'.
           02  FILLER       PIC X(10) VALUE '  RUN DATE'.
           02  FILLER       PIC X     VALUE SPACE.
           02  HDG-MM       PIC 9(2).
           02  FILLER       PIC X VALUE '/'.
           02  HDG-DD       PIC 9(2).
           02  FILLER       PIC X VALUE '/'.
           02  HDG-YYYY     PIC 9(4).
       01  WS-HDG-2.
           02  FILLER       PIC X(9)  VALUE 'INCIDENT'.
           02  FILLER       PIC X(6)  VALUE 'NEW?'.
           02  FILLER       PIC X(17) VALUE 'FIRST EVENT'.
           02  FILLER       PIC X(17) VALUE 'LATEST EVENT'.
           02  FILLER       PIC X(10) VALUE 'PROGRAM'.
           02  FILLER       PIC X(6)  VALUE ' ABND'.
           02  FILLER       PIC X(6)  VALUE '   OOB'.
           02  FILLER       PIC X(6)  VALUE '  DEAD'.
       01  WS-DETAIL-LINE.
           02  DET-INC      PIC 9(7).
           02  FILLER       PIC X(2) VALUE SPACES.
           02  DET-ACTION   PIC X(5).
           02  FILLER       PIC X(1) VALUE SPACE.
           02  DET-FIRST-DATE PIC 9(8).
           02  FILLER       PIC X(1) VALUE SPACE.
           02  DET-FIRST-TIME PIC 9(6).
           02  FILLER       PIC X(2) VALUE SPACES.
           02  DET-LAST-DATE PIC 9(8).
           02  FILLER       PIC X(1) VALUE SPACE.
           02  DET-LAST-TIME PIC 9(6).
           02  FILLER       PIC X(2) VALUE SPACES.
           02  DET-PROGRAM  PIC X(8).
           02  FILLER       PIC X(2) VALUE SPACES.
           02  DET-ABND     PIC ZZZZ9.
           02  FILLER       PIC X(1) VALUE SPACE.
           02  DET-OOB      PIC ZZZZ9.
           02  FILLER       PIC X(1) VALUE SPACE.
           02  DET-DEAD     PIC ZZZZ9.
       01  WS-CORR-LINE.
           02  FILLER       PIC X(15) VALUE SPACES.
           02  FILLER       PIC X(15) VALUE 'CORRELATION ID '.
           02  CRL-CORR-ID  PIC X(16).
       01  WS-SUMMARY-LINE.
           02  FILLER       PIC X(7)  VALUE 'EVENTS='.
           02  SUM-EVENTS   PIC ZZZZ9.
           02  FILLER       PIC X(7)  VALUE '  ABND='.
           02  SUM-ABND     PIC ZZZZ9.
           02  FILLER       PIC X(6)  VALUE '  OOB='.
           02  SUM-OOB      PIC ZZZZ9.
           02  FILLER       PIC X(7)  VALUE '  DEAD='.
           02  SUM-DEAD     PIC ZZZZ9.
           02  FILLER       PIC X(7)  VALUE '  NEW='.
           02  SUM-NEW      PIC ZZZZ9.
           02  FILLER       PIC X(11) VALUE '  UPDATED='.
           02  SUM-UPD      PIC ZZZZ9.
       01  WS-FULL-LINE.
           02  FILLER       PIC X(50) VALUE
               'EVENT TABLE FULL - REMAINING EVENTS LEFT FOR THE N'.
           02  FILLER       PIC X(7)  VALUE 'EXT RUN'.
       01  WS-OPEN-SKIP-LINE.
           02  FILLER       PIC X(50) VALUE
               'OPEN INCIDENTS NOT CONSIDERED FOR GROUPING (TABLE '.
           02  FILLER       PIC X(7)  VALUE 'FULL)='.
           02  OSK-CNT      PIC ZZZZ9.
       01  WS-ERR-LINE.
           02  FILLER       PIC X(34) VALUE
               'INCREG/INCEVT WRITES REFUSED    ='.
           02  ERR-CNT      PIC ZZZZ9.
       01  WS-BL-DETAIL.
           02  FILLER       PIC X(7)  VALUE 'EVENTS='.
           02  BLD-EVENTS   PIC ZZZZ9.
           02  FILLER       PIC X(5)  VALUE ' NEW='.
           02  BLD-NEW      PIC ZZZZ9.
           02  FILLER       PIC X(5)  VALUE ' UPD='.
           02  BLD-UPD      PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM WRITE-BATCH-START-ENTRY
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-SHOP-PARAMETERS
           PERFORM READ-CHECKPOINT
           PERFORM LOAD-OPEN-INCIDENTS
           PERFORM LOAD-ABEND-EVENTS
           IF NOT WS-EVENT-TBL-FULL
               PERFORM LOAD-OOB-EVENTS
           END-IF
           IF NOT WS-EVENT-TBL-FULL
               PERFORM LOAD-DEAD-LETTER-EVENTS
           END-IF
           PERFORM ORDER-EVENTS-BY-TIME
           PERFORM VARYING WS-EV-SUB FROM 1 BY 1
                   UNTIL WS-EV-SUB > WS-EV-CNT
               PERFORM GROUP-ONE-EVENT
           END-PERFORM
           PERFORM NUMBER-NEW-INCIDENTS
           PERFORM WRITE-INCIDENT-EVENTS
           PERFORM WRITE-INCIDENT-HEADERS
           PERFORM WRITE-INCIDENT-REPORT
           PERFORM WRITE-CHECKPOINT
           PERFORM WRITE-BATCH-LOG-ENTRY
           DISPLAY 'INCGRP EVENTS TAKEN:      ' WS-EV-CNT
           DISPLAY 'INCGRP NEW INCIDENTS:     ' WS-NEW-INC-CNT
           DISPLAY 'INCGRP UPDATED INCIDENTS: ' WS-UPD-INC-CNT
           IF WS-EVENT-TBL-FULL
               DISPLAY 'INCGRP WARNING - WS-EVENT-TBL FILLED AT '
                   WS-EV-MAX ' EVENTS - THE REST ARE LEFT ABOVE THE '
                   'INCCKPT MARKS FOR THE NEXT RUN'
           END-IF
           STOP RUN.

      * A MISSING OR NON-NUMERIC PARMFIL RECORD KEEPS THE DEFAULT
       LOAD-SHOP-PARAMETERS.
           OPEN INPUT PARMFIL-FILE
           MOVE 'INCIDENT-WINDOW-MIN' TO PRM-NAME
           READ PARMFIL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF FUNCTION TEST-NUMVAL(PRM-VALUE) = 0
                       COMPUTE WS-WINDOW-MIN =
                           FUNCTION NUMVAL(PRM-VALUE)
                   END-IF
           END-READ
           MOVE 'INCIDENT-PGM-MINUTES' TO PRM-NAME
           READ PARMFIL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF FUNCTION TEST-NUMVAL(PRM-VALUE) = 0
                       COMPUTE WS-PGM-WINDOW-MIN =
                           FUNCTION NUMVAL(PRM-VALUE)
                   END-IF
           END-READ
           CLOSE PARMFIL-FILE.

      * NO CHECKPOINT YET (FIRST RUN) MEANS EVERY EVENT ON FILE IS NEW
       READ-CHECKPOINT.
           OPEN INPUT CKPT-FILE
           READ CKPT-FILE
               AT END CONTINUE
               NOT AT END
                   MOVE CKPT-ABND-SEQNO TO WS-CK-ABND-SEQNO
                   MOVE CKPT-OOB-SEQNO  TO WS-CK-OOB-SEQNO
                   MOVE CKPT-DEAD-DATE  TO WS-CK-DEAD-DATE
                   MOVE CKPT-DEAD-TIME  TO WS-CK-DEAD-TIME
           END-READ
           CLOSE CKPT-FILE
           MOVE WS-CK-ABND-SEQNO TO WS-NEW-ABND-SEQNO
           MOVE WS-CK-OOB-SEQNO  TO WS-NEW-OOB-SEQNO
           MOVE WS-CK-DEAD-DATE  TO WS-NEW-DEAD-DATE
           MOVE WS-CK-DEAD-TIME  TO WS-NEW-DEAD-TIME.

      * EVERY UNRESOLVED INCIDENT ON INCREG IS A CANDIDATE FOR
      * TONIGHT'S EVENTS. THE HIGHEST INCIDENT NUMBER ON FILE, OPEN
      * OR NOT, IS WHERE NEW NUMBERING CARRIES ON FROM
       LOAD-OPEN-INCIDENTS.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT INCREG-FILE
           PERFORM UNTIL WS-NO-MORE-RECS
               READ INCREG-FILE NEXT RECORD
                   AT END SET WS-NO-MORE-RECS TO TRUE
               END-READ
               IF NOT WS-NO-MORE-RECS
                   IF INC-NUMBER > WS-HIGH-INC
                       MOVE INC-NUMBER TO WS-HIGH-INC
                   END-IF
                   IF NOT INC-RESOLVED
                       IF WS-GRP-CNT >= WS-OPEN-INC-MAX
                           ADD 1 TO WS-OPEN-SKIPPED-CNT
                       ELSE
                           PERFORM LOAD-ONE-OPEN-INCIDENT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE INCREG-FILE.

       LOAD-ONE-OPEN-INCIDENT.
           ADD 1 TO WS-GRP-CNT
           MOVE WS-GRP-CNT      TO WS-GRP-SUB
           MOVE INC-NUMBER      TO GR-INC-NUMBER(WS-GRP-SUB)
           MOVE 'Y'             TO GR-EXISTING-SW(WS-GRP-SUB)
           MOVE INC-PROGRAM     TO GR-PROGRAM(WS-GRP-SUB)
           MOVE INC-CORR-ID     TO GR-CORR-ID(WS-GRP-SUB)
           MOVE INC-FIRST-DATE  TO GR-FIRST-DATE(WS-GRP-SUB)
           MOVE INC-FIRST-TIME  TO GR-FIRST-TIME(WS-GRP-SUB)
           MOVE INC-LAST-DATE   TO GR-LAST-DATE(WS-GRP-SUB)
           MOVE INC-LAST-TIME   TO GR-LAST-TIME(WS-GRP-SUB)
           MOVE INC-LAST-DATE   TO WS-CALC-DATE
           MOVE INC-LAST-TIME   TO WS-CALC-TIME
           PERFORM COMPUTE-EVENT-MINUTE
           MOVE WS-CALC-MINUTE  TO GR-LAST-MINUTE(WS-GRP-SUB)
           MOVE INC-ABND-CNT    TO GR-ABND-CNT(WS-GRP-SUB)
           MOVE INC-OOB-CNT     TO GR-OOB-CNT(WS-GRP-SUB)
           MOVE INC-DEAD-CNT    TO GR-DEAD-CNT(WS-GRP-SUB)
           COMPUTE GR-NEXT-SEQ(WS-GRP-SUB) =
               INC-ABND-CNT + INC-OOB-CNT + INC-DEAD-CNT + 1
           MOVE 0 TO GR-NEW-EVENTS(WS-GRP-SUB).

      * ABNDLOG IS READ IN SEQNO ORDER, SO A FULL TABLE STOPS CLEANLY
      * AT THE LAST ABEND TAKEN AND THE MARK STOPS WITH IT
       LOAD-ABEND-EVENTS.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT ABNDLOG-FILE
           PERFORM UNTIL WS-NO-MORE-RECS OR WS-EVENT-TBL-FULL
               READ ABNDLOG-FILE NEXT RECORD
                   AT END SET WS-NO-MORE-RECS TO TRUE
               END-READ
               IF NOT WS-NO-MORE-RECS
                       AND ABND-SEQNO > WS-CK-ABND-SEQNO
                   IF WS-EV-CNT >= WS-EV-MAX
                       SET WS-EVENT-TBL-FULL TO TRUE
                   ELSE
                       PERFORM TAKE-ABEND-EVENT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ABNDLOG-FILE.

       TAKE-ABEND-EVENT.
           ADD 1 TO WS-EV-CNT
           ADD 1 TO WS-ABND-TAKEN
           MOVE WS-EV-CNT     TO WS-EV-SUB
           MOVE 'A'           TO EV-SOURCE(WS-EV-SUB)
           MOVE ABND-SEQNO    TO EV-SOURCE-KEY(WS-EV-SUB)
           MOVE ABND-PROGRAM  TO EV-PROGRAM(WS-EV-SUB)
           MOVE ABND-ABCODE   TO EV-CODE(WS-EV-SUB)
           MOVE SPACES        TO EV-CORR-ID(WS-EV-SUB)
           MOVE ABND-DATE     TO WS-ABND-DATE-DISP
           COMPUTE WS-ABND-CCYYDDD =
               ((1900 + (WS-ABND-CENT * 100) + WS-ABND-YY) * 1000)
               + WS-ABND-DDD
           COMPUTE WS-CALC-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DAY(WS-ABND-CCYYDDD))
           MOVE ABND-TIME     TO WS-CALC-TIME
           PERFORM FILL-EVENT-TIMESTAMP
           MOVE ABND-SEQNO    TO WS-NEW-ABND-SEQNO.

       LOAD-OOB-EVENTS.
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT OOBLOG-FILE
           PERFORM UNTIL WS-NO-MORE-RECS OR WS-EVENT-TBL-FULL
               READ OOBLOG-FILE NEXT RECORD
                   AT END SET WS-NO-MORE-RECS TO TRUE
               END-READ
               IF NOT WS-NO-MORE-RECS
                       AND OOB-SEQNO > WS-CK-OOB-SEQNO
                   IF WS-EV-CNT >= WS-EV-MAX
                       SET WS-EVENT-TBL-FULL TO TRUE
                   ELSE
                       PERFORM TAKE-OOB-EVENT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE OOBLOG-FILE.

       TAKE-OOB-EVENT.
           ADD 1 TO WS-EV-CNT
           ADD 1 TO WS-OOB-TAKEN
           MOVE WS-EV-CNT     TO WS-EV-SUB
           MOVE 'O'           TO EV-SOURCE(WS-EV-SUB)
           MOVE OOB-SEQNO     TO EV-SOURCE-KEY(WS-EV-SUB)
           MOVE OOB-PROGRAM   TO EV-PROGRAM(WS-EV-SUB)
           MOVE 'OOB'         TO EV-CODE(WS-EV-SUB)
           MOVE SPACES        TO EV-CORR-ID(WS-EV-SUB)
           MOVE OOB-DATE      TO WS-CALC-DATE
           MOVE OOB-TIME      TO WS-CALC-TIME
           PERFORM FILL-EVENT-TIMESTAMP
           MOVE OOB-SEQNO     TO WS-NEW-OOB-SEQNO.

      * SOATRACE IS KEYED BY CORRELATION ID, NOT TIME, SO A FULL
      * TABLE PART-WAY THROUGH WOULD LEAVE NO CLEAN MARK - THE DEAD
      * LETTERS ARE TAKEN ALL OR NOT AT ALL
       LOAD-DEAD-LETTER-EVENTS.
           MOVE WS-EV-CNT TO WS-EV-SOURCE-START
           MOVE 'N' TO WS-EOF-SW
           OPEN INPUT TRACE-FILE
           PERFORM UNTIL WS-NO-MORE-RECS OR WS-EVENT-TBL-FULL
               READ TRACE-FILE NEXT RECORD
                   AT END SET WS-NO-MORE-RECS TO TRUE
               END-READ
               IF NOT WS-NO-MORE-RECS AND STR-EV-DEAD
                   IF STR-DATE > WS-CK-DEAD-DATE
                           OR (STR-DATE = WS-CK-DEAD-DATE
                               AND STR-TIME > WS-CK-DEAD-TIME)
                       IF WS-EV-CNT >= WS-EV-MAX
                           SET WS-EVENT-TBL-FULL TO TRUE
                       ELSE
                           PERFORM TAKE-DEAD-LETTER-EVENT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           CLOSE TRACE-FILE
           IF WS-EVENT-TBL-FULL
               MOVE WS-EV-SOURCE-START TO WS-EV-CNT
               MOVE 0 TO WS-DEAD-TAKEN
               MOVE WS-CK-DEAD-DATE TO WS-NEW-DEAD-DATE
               MOVE WS-CK-DEAD-TIME TO WS-NEW-DEAD-TIME
           END-IF.

       TAKE-DEAD-LETTER-EVENT.
           ADD 1 TO WS-EV-CNT
           ADD 1 TO WS-DEAD-TAKEN
           MOVE WS-EV-CNT     TO WS-EV-SUB
           MOVE 'D'           TO EV-SOURCE(WS-EV-SUB)
           MOVE STR-CORR-ID   TO EV-SOURCE-KEY(WS-EV-SUB)
           MOVE STR-PROGRAM   TO EV-PROGRAM(WS-EV-SUB)
           MOVE STR-SVC-NAME  TO EV-CODE(WS-EV-SUB)
           MOVE STR-CORR-ID   TO EV-CORR-ID(WS-EV-SUB)
           MOVE STR-DATE      TO WS-CALC-DATE
           MOVE STR-TIME      TO WS-CALC-TIME
           PERFORM FILL-EVENT-TIMESTAMP
           IF STR-DATE > WS-NEW-DEAD-DATE
                   OR (STR-DATE = WS-NEW-DEAD-DATE
                       AND STR-TIME > WS-NEW-DEAD-TIME)
               MOVE STR-DATE TO WS-NEW-DEAD-DATE
               MOVE STR-TIME TO WS-NEW-DEAD-TIME
           END-IF.

       FILL-EVENT-TIMESTAMP.
           MOVE WS-CALC-DATE   TO EV-DATE(WS-EV-SUB)
           MOVE WS-CALC-TIME   TO EV-TIME(WS-EV-SUB)
           PERFORM COMPUTE-EVENT-MINUTE
           MOVE WS-CALC-MINUTE TO EV-MINUTE(WS-EV-SUB)
           MOVE 0              TO EV-GROUP(WS-EV-SUB)
           MOVE SPACE          TO EV-HOW(WS-EV-SUB).

      * WS-CALC-DATE/WS-CALC-TIME AS MINUTES ON ONE SCALE. A DATE
      * TOO EARLY FOR INTEGER-OF-DATE (ZERO ON AN OLD RECORD) SORTS
      * FIRST AND IS NEVER WITHIN ANY WINDOW OF A REAL EVENT
       COMPUTE-EVENT-MINUTE.
           IF WS-CALC-DATE < 16010101
               MOVE 0 TO WS-CALC-MINUTE
           ELSE
               COMPUTE WS-CALC-MINUTE =
                   (FUNCTION INTEGER-OF-DATE(WS-CALC-DATE) * 1440)
                   + (WS-CALC-HH * 60) + WS-CALC-MM
           END-IF.

      * BUBBLE-SORT THE EVENTS ASCENDING BY TIME - ONLY AN OUT-OF-
      * ORDER PAIR IS SWAPPED, SO EVENTS IN THE SAME MINUTE KEEP THE
      * ABNDLOG/OOBLOG/SOATRACE ORDER THEY WERE LOADED IN
       ORDER-EVENTS-BY-TIME.
           PERFORM VARYING WS-SORT-I FROM 1 BY 1
                   UNTIL WS-SORT-I >= WS-EV-CNT
               PERFORM VARYING WS-SORT-J FROM 1 BY 1
                       UNTIL WS-SORT-J > WS-EV-CNT - WS-SORT-I
                   IF EV-MINUTE(WS-SORT-J) > EV-MINUTE(WS-SORT-J + 1)
                       MOVE EV-ENTRY(WS-SORT-J) TO WS-SWAP-EVENT
                       MOVE EV-ENTRY(WS-SORT-J + 1)
                           TO EV-ENTRY(WS-SORT-J)
                       MOVE WS-SWAP-EVENT TO EV-ENTRY(WS-SORT-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.

      * FILE ONE EVENT UNDER AN INCIDENT - CORRELATION ID FIRST, THEN
      * SAME PROGRAM WITHIN THE PROGRAM WINDOW, THEN ANY INCIDENT
      * WITHIN THE TIME WINDOW, ELSE A NEW INCIDENT. THE GROUPS ARE
      * SEARCHED NEWEST FIRST SO AN EVENT JOINS THE LIVELIEST MATCH
       GROUP-ONE-EVENT.
           MOVE 0 TO WS-FOUND-GRP
           IF EV-CORR-ID(WS-EV-SUB) NOT = SPACES
               PERFORM VARYING WS-GRP-SUB FROM WS-GRP-CNT BY -1
                       UNTIL WS-GRP-SUB < 1 OR WS-FOUND-GRP > 0
                   IF GR-CORR-ID(WS-GRP-SUB) = EV-CORR-ID(WS-EV-SUB)
                       MOVE WS-GRP-SUB TO WS-FOUND-GRP
                       MOVE 'C' TO EV-HOW(WS-EV-SUB)
                   END-IF
               END-PERFORM
           END-IF
           IF WS-FOUND-GRP = 0
               PERFORM VARYING WS-GRP-SUB FROM WS-GRP-CNT BY -1
                       UNTIL WS-GRP-SUB < 1 OR WS-FOUND-GRP > 0
                   IF GR-PROGRAM(WS-GRP-SUB) = EV-PROGRAM(WS-EV-SUB)
                       PERFORM COMPUTE-GAP-MINUTES
                       IF WS-GAP-MINUTES <= WS-PGM-WINDOW-MIN
                           MOVE WS-GRP-SUB TO WS-FOUND-GRP
                           MOVE 'P' TO EV-HOW(WS-EV-SUB)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-FOUND-GRP = 0
               PERFORM VARYING WS-GRP-SUB FROM WS-GRP-CNT BY -1
                       UNTIL WS-GRP-SUB < 1 OR WS-FOUND-GRP > 0
                   PERFORM COMPUTE-GAP-MINUTES
                   IF WS-GAP-MINUTES <= WS-WINDOW-MIN
                       MOVE WS-GRP-SUB TO WS-FOUND-GRP
                       MOVE 'T' TO EV-HOW(WS-EV-SUB)
                   END-IF
               END-PERFORM
           END-IF
           IF WS-FOUND-GRP = 0
               PERFORM OPEN-NEW-GROUP
           END-IF
           PERFORM ADD-EVENT-TO-GROUP.

      * MINUTES FROM THE GROUP'S LATEST EVENT TO THIS ONE
       COMPUTE-GAP-MINUTES.
           IF EV-MINUTE(WS-EV-SUB) > GR-LAST-MINUTE(WS-GRP-SUB)
               COMPUTE WS-GAP-MINUTES =
                   EV-MINUTE(WS-EV-SUB) - GR-LAST-MINUTE(WS-GRP-SUB)
           ELSE
               MOVE 0 TO WS-GAP-MINUTES
           END-IF.

       OPEN-NEW-GROUP.
           ADD 1 TO WS-GRP-CNT
           MOVE WS-GRP-CNT TO WS-FOUND-GRP
           MOVE 0                      TO GR-INC-NUMBER(WS-FOUND-GRP)
           MOVE 'N'                    TO GR-EXISTING-SW(WS-FOUND-GRP)
           MOVE EV-PROGRAM(WS-EV-SUB)  TO GR-PROGRAM(WS-FOUND-GRP)
           MOVE EV-CORR-ID(WS-EV-SUB)  TO GR-CORR-ID(WS-FOUND-GRP)
           MOVE EV-DATE(WS-EV-SUB)     TO GR-FIRST-DATE(WS-FOUND-GRP)
           MOVE EV-TIME(WS-EV-SUB)     TO GR-FIRST-TIME(WS-FOUND-GRP)
           MOVE 0 TO GR-LAST-MINUTE(WS-FOUND-GRP)
           MOVE 0 TO GR-ABND-CNT(WS-FOUND-GRP)
           MOVE 0 TO GR-OOB-CNT(WS-FOUND-GRP)
           MOVE 0 TO GR-DEAD-CNT(WS-FOUND-GRP)
           MOVE 1 TO GR-NEXT-SEQ(WS-FOUND-GRP)
           MOVE 0 TO GR-NEW-EVENTS(WS-FOUND-GRP)
           MOVE 'F' TO EV-HOW(WS-EV-SUB).

       ADD-EVENT-TO-GROUP.
           MOVE WS-FOUND-GRP TO EV-GROUP(WS-EV-SUB)
           ADD 1 TO GR-NEW-EVENTS(WS-FOUND-GRP)
           EVALUATE EV-SOURCE(WS-EV-SUB)
               WHEN 'A'
                   ADD 1 TO GR-ABND-CNT(WS-FOUND-GRP)
               WHEN 'O'
                   ADD 1 TO GR-OOB-CNT(WS-FOUND-GRP)
               WHEN OTHER
                   ADD 1 TO GR-DEAD-CNT(WS-FOUND-GRP)
           END-EVALUATE
           IF EV-MINUTE(WS-EV-SUB) >= GR-LAST-MINUTE(WS-FOUND-GRP)
               MOVE EV-MINUTE(WS-EV-SUB) TO GR-LAST-MINUTE(WS-FOUND-GRP)
               MOVE EV-DATE(WS-EV-SUB)   TO GR-LAST-DATE(WS-FOUND-GRP)
               MOVE EV-TIME(WS-EV-SUB)   TO GR-LAST-TIME(WS-FOUND-GRP)
           END-IF
           IF GR-CORR-ID(WS-FOUND-GRP) = SPACES
               MOVE EV-CORR-ID(WS-EV-SUB) TO GR-CORR-ID(WS-FOUND-GRP)
           END-IF.

      * NEW INCIDENTS ARE NUMBERED ON FROM THE HIGHEST ON FILE, IN
      * THE ORDER THEIR FIRST EVENTS HAPPENED
       NUMBER-NEW-INCIDENTS.
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
                   UNTIL WS-GRP-SUB > WS-GRP-CNT
               IF NOT GR-EXISTING(WS-GRP-SUB)
                   ADD 1 TO WS-HIGH-INC
                   MOVE WS-HIGH-INC TO GR-INC-NUMBER(WS-GRP-SUB)
               END-IF
           END-PERFORM.

       WRITE-INCIDENT-EVENTS.
           OPEN I-O INCEVT-FILE
           PERFORM VARYING WS-EV-SUB FROM 1 BY 1
                   UNTIL WS-EV-SUB > WS-EV-CNT
               MOVE EV-GROUP(WS-EV-SUB) TO WS-GRP-SUB
               MOVE GR-INC-NUMBER(WS-GRP-SUB) TO IEV-INC-NUMBER
               MOVE GR-NEXT-SEQ(WS-GRP-SUB)   TO IEV-SEQ
               ADD 1 TO GR-NEXT-SEQ(WS-GRP-SUB)
               MOVE EV-SOURCE(WS-EV-SUB)      TO IEV-SOURCE
               MOVE EV-SOURCE-KEY(WS-EV-SUB)  TO IEV-SOURCE-KEY
               MOVE EV-PROGRAM(WS-EV-SUB)     TO IEV-PROGRAM
               MOVE EV-CODE(WS-EV-SUB)        TO IEV-CODE
               MOVE EV-CORR-ID(WS-EV-SUB)     TO IEV-CORR-ID
               MOVE EV-DATE(WS-EV-SUB)        TO IEV-DATE
               MOVE EV-TIME(WS-EV-SUB)        TO IEV-TIME
               MOVE EV-HOW(WS-EV-SUB)         TO IEV-GROUPED-BY
               WRITE IEV-RECORD
                   INVALID KEY ADD 1 TO WS-WRITE-ERR-CNT
               END-WRITE
           END-PERFORM
           CLOSE INCEVT-FILE.

      * AN INCIDENT ALREADY ON FILE KEEPS ITS OWNER AND STATUS - ONLY
      * ITS LATEST-EVENT TIME AND COUNTS MOVE ON
       WRITE-INCIDENT-HEADERS.
           OPEN I-O INCREG-FILE
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
                   UNTIL WS-GRP-SUB > WS-GRP-CNT
               IF GR-NEW-EVENTS(WS-GRP-SUB) > 0
                   IF GR-EXISTING(WS-GRP-SUB)
                       PERFORM REWRITE-OPEN-INCIDENT
                   ELSE
                       PERFORM WRITE-NEW-INCIDENT
                   END-IF
               END-IF
           END-PERFORM
           CLOSE INCREG-FILE.

       REWRITE-OPEN-INCIDENT.
           MOVE GR-INC-NUMBER(WS-GRP-SUB) TO INC-NUMBER
           READ INCREG-FILE
               INVALID KEY ADD 1 TO WS-WRITE-ERR-CNT
               NOT INVALID KEY
                   MOVE GR-LAST-DATE(WS-GRP-SUB) TO INC-LAST-DATE
                   MOVE GR-LAST-TIME(WS-GRP-SUB) TO INC-LAST-TIME
                   MOVE GR-CORR-ID(WS-GRP-SUB)   TO INC-CORR-ID
                   MOVE GR-ABND-CNT(WS-GRP-SUB)  TO INC-ABND-CNT
                   MOVE GR-OOB-CNT(WS-GRP-SUB)   TO INC-OOB-CNT
                   MOVE GR-DEAD-CNT(WS-GRP-SUB)  TO INC-DEAD-CNT
                   REWRITE INC-RECORD
                       INVALID KEY ADD 1 TO WS-WRITE-ERR-CNT
                       NOT INVALID KEY ADD 1 TO WS-UPD-INC-CNT
                   END-REWRITE
           END-READ.

       WRITE-NEW-INCIDENT.
           MOVE GR-INC-NUMBER(WS-GRP-SUB)  TO INC-NUMBER
           MOVE 'O'                        TO INC-STATUS
           MOVE SPACES                     TO INC-OWNER-OPID
           MOVE GR-FIRST-DATE(WS-GRP-SUB)  TO INC-FIRST-DATE
           MOVE GR-FIRST-TIME(WS-GRP-SUB)  TO INC-FIRST-TIME
           MOVE GR-LAST-DATE(WS-GRP-SUB)   TO INC-LAST-DATE
           MOVE GR-LAST-TIME(WS-GRP-SUB)   TO INC-LAST-TIME
           MOVE GR-PROGRAM(WS-GRP-SUB)     TO INC-PROGRAM
           MOVE GR-CORR-ID(WS-GRP-SUB)     TO INC-CORR-ID
           MOVE GR-ABND-CNT(WS-GRP-SUB)    TO INC-ABND-CNT
           MOVE GR-OOB-CNT(WS-GRP-SUB)     TO INC-OOB-CNT
           MOVE GR-DEAD-CNT(WS-GRP-SUB)    TO INC-DEAD-CNT
           MOVE WS-RUN-DATE-NUM            TO INC-OPENED-DATE
           MOVE SPACES                     TO INC-UPD-OPID
           MOVE 0                          TO INC-UPD-DATE
           WRITE INC-RECORD
               INVALID KEY ADD 1 TO WS-WRITE-ERR-CNT
               NOT INVALID KEY ADD 1 TO WS-NEW-INC-CNT
           END-WRITE.

      * ONE LINE PER INCIDENT OPENED OR ADDED TO TONIGHT, WITH ITS
      * CORRELATION ID UNDERNEATH WHEN IT HAS ONE
       WRITE-INCIDENT-REPORT.
           OPEN OUTPUT INC-RPT
           MOVE WS-RUN-MM   TO HDG-MM
           MOVE WS-RUN-DD   TO HDG-DD
           MOVE WS-RUN-YYYY TO HDG-YYYY
           MOVE WS-HDG-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HDG-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM VARYING WS-GRP-SUB FROM 1 BY 1
                   UNTIL WS-GRP-SUB > WS-GRP-CNT
               IF GR-NEW-EVENTS(WS-GRP-SUB) > 0
                   PERFORM WRITE-DETAIL-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-EV-CNT      TO SUM-EVENTS
           MOVE WS-ABND-TAKEN  TO SUM-ABND
           MOVE WS-OOB-TAKEN   TO SUM-OOB
           MOVE WS-DEAD-TAKEN  TO SUM-DEAD
           MOVE WS-NEW-INC-CNT TO SUM-NEW
           MOVE WS-UPD-INC-CNT TO SUM-UPD
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF WS-EVENT-TBL-FULL
               MOVE WS-FULL-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           IF WS-OPEN-SKIPPED-CNT > 0
               MOVE WS-OPEN-SKIPPED-CNT TO OSK-CNT
               MOVE WS-OPEN-SKIP-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           IF WS-WRITE-ERR-CNT > 0
               MOVE WS-WRITE-ERR-CNT TO ERR-CNT
               MOVE WS-ERR-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           CLOSE INC-RPT.

       WRITE-DETAIL-LINE.
           MOVE GR-INC-NUMBER(WS-GRP-SUB) TO DET-INC
           IF GR-EXISTING(WS-GRP-SUB)
               MOVE 'ADDED' TO DET-ACTION
           ELSE
               MOVE 'NEW'   TO DET-ACTION
           END-IF
           MOVE GR-FIRST-DATE(WS-GRP-SUB) TO DET-FIRST-DATE
           MOVE GR-FIRST-TIME(WS-GRP-SUB) TO DET-FIRST-TIME
           MOVE GR-LAST-DATE(WS-GRP-SUB)  TO DET-LAST-DATE
           MOVE GR-LAST-TIME(WS-GRP-SUB)  TO DET-LAST-TIME
           MOVE GR-PROGRAM(WS-GRP-SUB)    TO DET-PROGRAM
           MOVE GR-ABND-CNT(WS-GRP-SUB)   TO DET-ABND
           MOVE GR-OOB-CNT(WS-GRP-SUB)    TO DET-OOB
           MOVE GR-DEAD-CNT(WS-GRP-SUB)   TO DET-DEAD
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF GR-CORR-ID(WS-GRP-SUB) NOT = SPACES
               MOVE GR-CORR-ID(WS-GRP-SUB) TO CRL-CORR-ID
               MOVE WS-CORR-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      * THE MARKS MOVE ON ONLY HERE, AT CLEAN COMPLETION
       WRITE-CHECKPOINT.
           OPEN OUTPUT CKPT-FILE
           MOVE SPACES TO CKPT-REC
           MOVE WS-NEW-ABND-SEQNO TO CKPT-ABND-SEQNO
           MOVE WS-NEW-OOB-SEQNO  TO CKPT-OOB-SEQNO
           MOVE WS-NEW-DEAD-DATE  TO CKPT-DEAD-DATE
           MOVE WS-NEW-DEAD-TIME  TO CKPT-DEAD-TIME
           WRITE CKPT-REC
           CLOSE CKPT-FILE.

       WRITE-BATCH-LOG-ENTRY.
           MOVE WS-EV-CNT      TO BLD-EVENTS
           MOVE WS-NEW-INC-CNT TO BLD-NEW
           MOVE WS-UPD-INC-CNT TO BLD-UPD
           MOVE 'INCGRP' TO BL-PROGRAM
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           IF WS-EVENT-TBL-FULL OR WS-OPEN-SKIPPED-CNT > 0
                   OR WS-WRITE-ERR-CNT > 0
               MOVE 'WARN' TO BL-STATUS
           ELSE
               MOVE 'DONE' TO BL-STATUS
           END-IF
           MOVE WS-BL-DETAIL TO BL-DETAIL
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.

      * ONE 'STRT' ENTRY AT JOB ENTRY, PAIRED BY BATCHWIN WITH THE
      * COMPLETION ENTRY ABOVE
       WRITE-BATCH-START-ENTRY.
           MOVE 'INCGRP' TO BL-PROGRAM
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           MOVE 'STRT' TO BL-STATUS
           MOVE SPACES TO BL-DETAIL
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.
