      ***************************************************************
      * Author.  Maintenance team, following the GUI6PURG style
      * Remarks. An offboarded customer's name and address stay on
      *          the journal, the history, the read log, the notes,
      *          the dated addresses and every flat archive for as
      *          long as those files are kept - long after the shop
      *          has any need to know who they were. This job finds
      *          every customer offboarded through TESTGUI6 (a 'D'
      *          CUSTJRNL entry) more than ANON-RETENTION-DAYS ago
      *          and replaces the name and address on every one of
      *          those records with a stable pseudonym token
      *          ('ANON-' AND THE CUSTOMER NUMBER), so the scrubbed
      *          records still link up with one another. Dates,
      *          amounts, statuses, operator ids and task numbers are
      *          kept. A customer is left alone, and reported, while
      *          back on CUSTFIL (restored by GUI6REST) or under a
      *          legal hold in force on LGLHOLD. Each customer erased
      *          gets an ANONCERT certificate of erasure with the
      *          number of records scrubbed on each file, and is never
      *          processed again. The flat archives are copied to a
      *          new generation (GUI6HARN, CUSTFARN, CARCARCN,
      *          BREADARN, ADRNARCN, PMTAARCN) which the job step
      *          promotes over the old one, as DFPCAP's DFPACCTN is.
      *          A payment notification dead-lettered by DEMOSUB2
      *          keeps the first 12 bytes of the name in its service
      *          parameters; the SOADEADL dead letters and SOADEADR's
      *          SOADLARC capture of them are matched on the 'GUI6'
      *          correlation id of the customer's GUI6HIST records and
      *          copied the same way (SOADEADN, SOADLARN).
      ***************************************************************
      * 10/15/26 RPI 2238 INITIAL CODING
      * 10/15/26 RPI 2240 GUI6HIST SELECT DECLARES THE NEW
      *                   HIST-CUST-DATE-KEY, HIST-OLD-NAME-KEY AND
      *                   HIST-NEW-NAME-KEY ALTERNATE KEYS (GUI6HIST
      *                   RECORD NOW 424 BYTES); THE SHARED HISTAIX
      *                   SUBPROGRAM SETS THEM BEFORE EVERY WRITE OR
      *                   REWRITE
      * 10/15/26 RPI 2264 SOADEADL DEAD LETTERS AND THEIR SOADLARC
      *                   CAPTURE ARE SCRUBBED TOO - THE NAME BYTES IN
      *                   THE SERVICE PARMS OF A PAYMENT NOTIFICATION
      *                   ARE MATCHED BY THE GUI6HIST CORRELATION ID
      *                   AND COUNTED ON THE CERTIFICATE
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTANON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTJRNL-FILE ASSIGN TO 'CUSTJRNL'
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY CJ-KEY.
           SELECT CUSTFIL-FILE ASSIGN TO 'CUSTFIL'
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY CUST-KEY
               ALTERNATE RECORD KEY CUST-NAME.
      * NOT OPTIONAL - A MISSING HOLD FILE MUST STOP THE RUN, NOT LET
      * IT ERASE A HELD CUSTOMER'S DATA
           SELECT LGLHOLD-FILE ASSIGN TO 'LGLHOLD'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY LH-KEY.
           SELECT ANONCERT-FILE ASSIGN TO 'ANONCERT'
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY AC-KEY.
           SELECT GUI6HIST-FILE ASSIGN TO 'GUI6HIST'
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY HIST-KEY
               ALTERNATE RECORD KEY HIST-CUST-DATE-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY HIST-OLD-NAME-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY HIST-NEW-NAME-KEY WITH DUPLICATES.
           SELECT BREADLOG-FILE ASSIGN TO 'BREADLOG'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY BRD-KEY.
           SELECT CUSTNOTE-FILE ASSIGN TO 'CUSTNOTE'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY NT-KEY.
           SELECT CUSTADDR-FILE ASSIGN TO 'CUSTADDR'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CAD-KEY.
           SELECT OPTIONAL GUI6HARC-FILE ASSIGN TO 'GUI6HARC'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT GUI6HARN-FILE ASSIGN TO 'GUI6HARN'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CUSTFARC-FILE ASSIGN TO 'CUSTFARC'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CUSTFARN-FILE ASSIGN TO 'CUSTFARN'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL CARCARCH-FILE ASSIGN TO 'CARCARCH'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CARCARCN-FILE ASSIGN TO 'CARCARCN'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL BREADARC-FILE ASSIGN TO 'BREADARC'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BREADARN-FILE ASSIGN TO 'BREADARN'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL ADRNARCH-FILE ASSIGN TO 'ADRNARCH'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ADRNARCN-FILE ASSIGN TO 'ADRNARCN'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PMTAARCH-FILE ASSIGN TO 'PMTAARCH'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT PMTAARCN-FILE ASSIGN TO 'PMTAARCN'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL SOADEADL-FILE ASSIGN TO 'SOADEADL'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT SOADEADN-FILE ASSIGN TO 'SOADEADN'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL SOADLARC-FILE ASSIGN TO 'SOADLARC'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT SOADLARN-FILE ASSIGN TO 'SOADLARN'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT CUSTANON-RPT ASSIGN TO 'CUSTANRP'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BATCH-LOG-FILE ASSIGN TO 'BATCHLOG'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL PARMFIL-FILE ASSIGN TO 'PARMFIL'
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY PRM-KEY.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTJRNL-FILE.
           COPY CUSTJRNL.
       FD  CUSTFIL-FILE.
           COPY CUSTFIL.
       FD  LGLHOLD-FILE.
           COPY LGLHOLD.
       FD  ANONCERT-FILE.
           COPY ANONCERT.
       FD  GUI6HIST-FILE.
           COPY GUI6HIST.
       FD  BREADLOG-FILE.
           COPY BREADLOG.
       FD  CUSTNOTE-FILE.
           COPY CUSTNOTE.
       FD  CUSTADDR-FILE.
           COPY CUSTADDR.
       FD  GUI6HARC-FILE.
       01  GUI6HARC-LINE            PIC X(371).
       FD  GUI6HARN-FILE.
       01  GUI6HARN-LINE            PIC X(371).
       FD  CUSTFARC-FILE.
       01  CUSTFARC-LINE            PIC X(100).
       FD  CUSTFARN-FILE.
       01  CUSTFARN-LINE            PIC X(100).
       FD  CARCARCH-FILE.
       01  CARCARCH-LINE            PIC X(97).
       FD  CARCARCN-FILE.
       01  CARCARCN-LINE            PIC X(97).
       FD  BREADARC-FILE.
       01  BREADARC-LINE            PIC X(75).
       FD  BREADARN-FILE.
       01  BREADARN-LINE            PIC X(75).
       FD  ADRNARCH-FILE.
       01  ADRNARCH-LINE            PIC X(155).
       FD  ADRNARCN-FILE.
       01  ADRNARCN-LINE            PIC X(155).
       FD  PMTAARCH-FILE.
       01  PMTAARCH-LINE            PIC X(90).
       FD  PMTAARCN-FILE.
       01  PMTAARCN-LINE            PIC X(90).
       FD  SOADEADL-FILE.
       01  SOADEADL-LINE            PIC X(55).
       FD  SOADEADN-FILE.
       01  SOADEADN-LINE            PIC X(55).
       FD  SOADLARC-FILE.
       01  SOADLARC-LINE            PIC X(55).
       FD  SOADLARN-FILE.
       01  SOADLARN-LINE            PIC X(55).
       FD  CUSTANON-RPT.
       01  RPT-LINE                 PIC X(90).
       FD  BATCH-LOG-FILE.
       01  BL-LINE                  PIC X(80).
       FD  PARMFIL-FILE.
           COPY PARMFIL.

       WORKING-STORAGE SECTION.
       COPY BATCHLOG.

      * AGE AFTER OFFBOARDING AT WHICH A CUSTOMER'S NAME AND ADDRESS
      * ARE ERASED - PARMFIL 'ANON-RETENTION-DAYS' OVERRIDES IT
       01  WS-RETENTION-DAYS        PIC 9(5) VALUE 365.
       01  WS-CUTOFF-DATE           PIC 9(8) VALUE 0.

       01  WS-RUN-DATE.
           02  WS-RUN-YYYY          PIC 9(4).
           02  WS-RUN-MM            PIC 9(2).
           02  WS-RUN-DD            PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).
       01  WS-RUN-TIME              PIC 9(8).

       01  WS-EOF-SW                PIC X VALUE 'N'.
           88  WS-END-OF-FILE            VALUE 'Y'.
       01  WS-CUST-FOUND-SW         PIC X VALUE 'N'.
           88  WS-CUST-ON-FILE           VALUE 'Y'.
       01  WS-CERT-FOUND-SW         PIC X VALUE 'N'.
           88  WS-CERT-ON-FILE           VALUE 'Y'.

      * LEGAL HOLDS - SET BY CHECK-LEGAL-HOLD FOR THE
      * CUSTOMER IN WS-HOLD-CUST-NUMBER
       01  WS-HOLD-CUST-NUMBER      PIC 9(7).
       01  WS-HOLD-SW               PIC X VALUE 'N'.
           88  WS-ON-LEGAL-HOLD          VALUE 'Y'.
       01  WS-HOLD-EOF-SW           PIC X VALUE 'N'.
           88  WS-NO-MORE-HOLDS          VALUE 'Y'.
       01  WS-HOLD-MATTER           PIC X(12).

      * ONE ENTRY PER CUSTOMER EVER OFFBOARDED THROUGH TESTGUI6, BUILT
      * FROM THE 'D' JOURNAL ENTRIES. CT-NAME IS THE NAME AT THE LATEST
      * OFFBOARD - THE ONLY WAY TO RECOGNIZE THE CUSTOMER ON A RECORD
      * WRITTEN BEFORE CUSTOMERS WERE NUMBERED. IF THE TABLE EVER
      * FILLS, THE CUSTOMERS IT CANNOT HOLD ARE LEFT UNTOUCHED AND
      * THE RUN ENDS 'WARN'
       01  WS-CAND-TBL-CNT          PIC 9(4) VALUE 0.
       01  WS-CAND-TBL.
           02  WS-CAND-ENTRY OCCURS 2000 TIMES.
               04  CT-CUST-NUMBER   PIC 9(7).
               04  CT-NAME          PIC X(40).
               04  CT-OFFBOARD-DATE PIC 9(8).
               04  CT-STATE         PIC X.
                   88  CT-NOT-DUE        VALUE 'N'.
                   88  CT-RESTORED       VALUE 'F'.
                   88  CT-CERTIFIED      VALUE 'C'.
                   88  CT-HELD           VALUE 'H'.
                   88  CT-ELIGIBLE       VALUE 'E'.
               04  CT-TOKEN         PIC X(12).
               04  CT-SCRUB-CNT     PIC 9(5) OCCURS 13 TIMES.
       01  WS-CAND-SUB              PIC 9(5) VALUE 0.
       01  WS-CAND-FOUND-SUB        PIC 9(4) VALUE 0.
       01  WS-CNT-SUB               PIC 9(2) VALUE 0.
       01  WS-CAND-TBL-FULL-SW      PIC X VALUE 'N'.
           88  WS-CAND-TBL-IS-FULL       VALUE 'Y'.

      * WHICH CT-SCRUB-CNT (AND AC-SCRUB-CNT) SLOT EACH FILE COUNTS IN
       01  WS-FILE-IDX              PIC 9(2) VALUE 0.
           88  WS-IDX-GUI6HIST           VALUE 1.
           88  WS-IDX-GUI6HARC           VALUE 2.
           88  WS-IDX-CUSTFARC           VALUE 3.
           88  WS-IDX-CUSTJRNL           VALUE 4.
           88  WS-IDX-BREADLOG           VALUE 5.
           88  WS-IDX-CUSTNOTE           VALUE 6.
           88  WS-IDX-CUSTADDR           VALUE 7.
           88  WS-IDX-CARCARCH           VALUE 8.
           88  WS-IDX-BREADARC           VALUE 9.
           88  WS-IDX-ADRNARCH           VALUE 10.
           88  WS-IDX-PMTAARCH           VALUE 11.
           88  WS-IDX-SOADEADL           VALUE 12.
           88  WS-IDX-SOADLARC           VALUE 13.

      * THE CORRELATION ID ('GUI6' AND THE TASK NUMBER) OF EVERY
      * GUI6HIST RECORD SCRUBBED, WITH THE CUSTOMER IT BELONGS TO -
      * BUILT BY SCRUB-GUI6HIST SO THE DEAD LETTERS, WHICH CARRY NO
      * CUSTOMER NUMBER, CAN BE MATCHED. IF THE TABLE EVER FILLS THE
      * RUN ENDS 'WARN' AND THE DEAD LETTERS IT COULD NOT HOLD ARE
      * LEFT AS THEY ARE
       01  WS-CORR-TBL-CNT          PIC 9(5) VALUE 0.
       01  WS-CORR-TBL.
           02  WS-CORR-ENTRY OCCURS 20000 TIMES.
               04  CR-CORR-ID       PIC X(16).
               04  CR-CAND-SUB      PIC 9(4).
       01  WS-CORR-SUB              PIC 9(5) VALUE 0.
       01  WS-CORR-TBL-FULL-SW      PIC X VALUE 'N'.
           88  WS-CORR-TBL-IS-FULL       VALUE 'Y'.
       01  WS-LINE-CORR-ID          PIC X(16).

      * IDENTIFYING FIELDS OF THE RECORD IN HAND, FOR FIND-ERASED-
      * CUSTOMER - THE NUMBER WHEN THE RECORD CARRIES ONE, OTHERWISE
      * UP TO TWO NAMES TO MATCH AGAINST THE NAME AT OFFBOARD
       01  WS-LINE-NUMBER           PIC X(7).
       01  WS-LINE-NAME             PIC X(40).
       01  WS-LINE-NAME2            PIC X(40).

      * WHAT THE NAME, ADDRESS AND ZIP BECOME
       01  WS-ANON-ZIP              PIC X(5)  VALUE '*****'.
       01  WS-ANON-CITY             PIC X(20) VALUE '*ERASED*'.
       01  WS-ANON-NOTE             PIC X(60).

       01  WS-ERASED-CNT            PIC 9(5) VALUE 0.
       01  WS-HELD-CNT              PIC 9(5) VALUE 0.
       01  WS-RESTORED-CNT          PIC 9(5) VALUE 0.
       01  WS-NOT-DUE-CNT           PIC 9(5) VALUE 0.
       01  WS-CERTIFIED-CNT         PIC 9(5) VALUE 0.
       01  WS-SCRUBBED-CNT          PIC 9(7) VALUE 0.

      * ONE FLAT ARCHIVE LINE, WITH A VIEW OF EACH ARCHIVE'S LAYOUT AS
      * ITS WRITER BUILDS IT. LINES WRITTEN BEFORE CUSTOMERS WERE
      * NUMBERED ARE SHORTER AND CARRY SPACES WHERE THE NUMBER IS
       01  WS-ARC-LINE              PIC X(371).
      * GUI6HARC - GUI6PURG'S GUI6HARC-DETAIL
       01  WS-HARC-VIEW REDEFINES WS-ARC-LINE.
           02  HV-TASKN             PIC X(7).
           02  FILLER               PIC X.
           02  HV-OLD-NAME          PIC X(40).
           02  FILLER               PIC X.
           02  HV-OLD-ADDR          PIC X(40).
           02  FILLER               PIC X.
           02  HV-OLD-ZIP           PIC X(5).
           02  FILLER               PIC X.
           02  HV-NEW-NAME          PIC X(40).
           02  FILLER               PIC X.
           02  HV-NEW-ADDR          PIC X(40).
           02  FILLER               PIC X.
           02  HV-NEW-ZIP           PIC X(5).
           02  FILLER               PIC X(181).
           02  HV-CUST-NUMBER       PIC X(7).
      * CUSTFARC AND CARCARCH - GUI6PURG/GUI6MRG/CARCDRN CUSTFIL IMAGE
       01  WS-FARC-VIEW REDEFINES WS-ARC-LINE.
           02  FV-NAME              PIC X(40).
           02  FILLER               PIC X.
           02  FV-ADDR              PIC X(40).
           02  FILLER               PIC X.
           02  FV-ZIP               PIC X(5).
           02  FILLER               PIC X.
           02  FV-STATUS            PIC X.
           02  FILLER               PIC X.
           02  FV-CUST-NUMBER       PIC X(7).
      * BREADARC - BREADLD'S CUSTOMER-READ LINE
       01  WS-BRDA-VIEW REDEFINES WS-ARC-LINE.
           02  BV-TRNID             PIC X(4).
           02  FILLER               PIC X.
           02  BV-OPID              PIC X(3).
           02  FILLER               PIC X.
           02  BV-NAME              PIC X(40).
           02  FILLER               PIC X.
           02  BV-DATE              PIC X(7).
           02  FILLER               PIC X.
           02  BV-TIME              PIC X(7).
           02  FILLER               PIC X.
           02  BV-CLASS             PIC X.
           02  FILLER               PIC X.
           02  BV-CUST-NUMBER       PIC X(7).
      * ADRNARCH - THE ADDRESS-CHANGE NOTIFICATION LINE
       01  WS-ADRN-VIEW REDEFINES WS-ARC-LINE.
           02  AV-TRNID             PIC X(4).
           02  FILLER               PIC X.
           02  AV-OPID              PIC X(3).
           02  FILLER               PIC X.
           02  AV-NAME              PIC X(40).
           02  FILLER               PIC X.
           02  AV-OLD-ADDR          PIC X(40).
           02  FILLER               PIC X.
           02  AV-NEW-ADDR          PIC X(40).
           02  FILLER               PIC X.
           02  AV-DATE              PIC X(7).
           02  FILLER               PIC X.
           02  AV-TIME              PIC X(7).
           02  FILLER               PIC X.
           02  AV-CUST-NUMBER       PIC X(7).
      * PMTAARCH - THE PAYMENT-AUDIT LINE
       01  WS-PMTA-VIEW REDEFINES WS-ARC-LINE.
           02  PV-TRNID             PIC X(4).
           02  FILLER               PIC X.
           02  PV-OPID              PIC X(3).
           02  FILLER               PIC X.
           02  PV-CORR-ID           PIC X(16).
           02  FILLER               PIC X.
           02  PV-NAME              PIC X(40).
           02  FILLER               PIC X.
           02  PV-DATE              PIC X(7).
           02  FILLER               PIC X.
           02  PV-TIME              PIC X(7).
           02  FILLER               PIC X.
           02  PV-CUST-NUMBER       PIC X(7).
      * SOADEADL AND SOADLARC - DEMOSUB2'S WS-DEADL-LINE. A PAYMENT
      * NOTIFICATION'S PARMS CARRY THE CUSTOMER NUMBER IN P3-P4 WHEN
      * PMTADRN HAD ONE, OTHERWISE THE FIRST 12 BYTES OF THE NAME IN
      * P3-P5
       01  WS-DEADL-VIEW REDEFINES WS-ARC-LINE.
           02  DV-SVC-NAME          PIC X(8).
           02  FILLER               PIC X.
           02  DV-SVC-RC            PIC X(8).
           02  FILLER               PIC X.
           02  DV-PARMS.
               04  DV-PARM-TRNID    PIC X(4).
               04  DV-PARM-OPID     PIC X(4).
               04  DV-PARM-NAME     PIC X(12).
               04  DV-PARM-NUMBER REDEFINES DV-PARM-NAME
                                    PIC X(7).
           02  FILLER               PIC X.
           02  DV-CORR-ID           PIC X(16).
           02  DV-CORR-ID-R REDEFINES DV-CORR-ID.
               04  DV-CORR-PREFIX   PIC X(4).
                   88  DV-PMTA-NOTIFICATION  VALUE 'GUI6'.
               04  FILLER           PIC X(12).

       01  WS-HDG-1.
           02  FILLER       PIC X(44) VALUE
               'OFFBOARDED CUSTOMER ANONYMIZATION - RUN DATE'.
           02  FILLER       PIC X     VALUE SPACE.
           02  HDG-RUN-DATE PIC 9(8).
           02  FILLER       PIC X(10) VALUE '  CUTOFF '.
           02  HDG-CUTOFF   PIC 9(8).
       01  WS-HDG-2.
           02  FILLER       PIC X(17) VALUE 'CUSTOMER OFFBOARD'.
           02  FILLER       PIC X(25) VALUE
               ' HIST HARC FARC JRNL BRDL'.
           02  FILLER       PIC X(30) VALUE
               ' NOTE ADDR CARC BRDA ADRN PMTA'.
           02  FILLER       PIC X(10) VALUE
               ' DEDL DLAR'.
       01  WS-DETAIL-LINE.
           02  DET-CUST     PIC 9(7).
           02  FILLER       PIC X(2)  VALUE SPACES.
           02  DET-OFFBOARD PIC 9(8).
           02  DET-CNT      PIC ZZZZ9 OCCURS 13 TIMES.
       01  WS-SKIP-LINE.
           02  SKP-CUST     PIC 9(7).
           02  FILLER       PIC X(2)  VALUE SPACES.
           02  SKP-OFFBOARD PIC 9(8).
           02  FILLER       PIC X(2)  VALUE SPACES.
           02  SKP-REASON   PIC X(30).
           02  SKP-MATTER   PIC X(12).
       01  WS-SUMMARY-LINE.
           02  FILLER       PIC X(8)  VALUE 'ERASED='.
           02  SUM-ERASED   PIC ZZZZ9.
           02  FILLER       PIC X(7)  VALUE '  HELD='.
           02  SUM-HELD     PIC ZZZZ9.
           02  FILLER       PIC X(11) VALUE '  RESTORED='.
           02  SUM-RESTORED PIC ZZZZ9.
           02  FILLER       PIC X(11) VALUE '  NOT DUE='.
           02  SUM-NOT-DUE  PIC ZZZZ9.
           02  FILLER       PIC X(14) VALUE '  CERTIFIED='.
           02  SUM-CERTIFIED PIC ZZZZ9.
       01  WS-BL-DETAIL.
           02  FILLER       PIC X(9)  VALUE 'CUSTANON '.
           02  FILLER       PIC X(7)  VALUE 'ERASED='.
           02  BLD-ERASED   PIC ZZZZ9.
           02  FILLER       PIC X(6)  VALUE ' HELD='.
           02  BLD-HELD     PIC ZZZZ9.
           02  FILLER       PIC X(8)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM WRITE-BATCH-START-ENTRY
           PERFORM LOAD-SHOP-PARAMETERS
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
               - WS-RETENTION-DAYS)
           OPEN OUTPUT CUSTANON-RPT
           MOVE WS-RUN-DATE-NUM TO HDG-RUN-DATE
           MOVE WS-CUTOFF-DATE TO HDG-CUTOFF
           MOVE WS-HDG-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HDG-2 TO RPT-LINE
           WRITE RPT-LINE
           PERFORM COLLECT-OFFBOARDED-CUSTOMERS
           PERFORM SELECT-ERASABLE-CUSTOMERS
           IF WS-ERASED-CNT > 0
               PERFORM SCRUB-CUSTJRNL
               PERFORM SCRUB-GUI6HIST
               PERFORM SCRUB-KEYED-FILES
               PERFORM SCRUB-GUI6HARC
               PERFORM SCRUB-CUSTFARC
               PERFORM SCRUB-CARCARCH
               PERFORM SCRUB-BREADARC
               PERFORM SCRUB-ADRNARCH
               PERFORM SCRUB-PMTAARCH
               PERFORM SCRUB-SOADEADL
               PERFORM SCRUB-SOADLARC
               PERFORM WRITE-CERTIFICATES
           ELSE
               PERFORM COPY-ARCHIVES-UNCHANGED
           END-IF
           PERFORM WRITE-SUMMARY-LINE
           CLOSE CUSTANON-RPT
           PERFORM WRITE-BATCH-LOG-ENTRY
           DISPLAY 'CUSTANON CUSTOMERS ERASED:   ' WS-ERASED-CNT
           DISPLAY 'CUSTANON RECORDS SCRUBBED:   ' WS-SCRUBBED-CNT
           IF WS-HELD-CNT > 0
               DISPLAY 'CUSTANON NOTE - ' WS-HELD-CNT
                   ' CUSTOMER(S) PAST RETENTION WERE KEPT UNDER '
                   'LEGAL HOLD'
           END-IF
           IF WS-RESTORED-CNT > 0
               DISPLAY 'CUSTANON NOTE - ' WS-RESTORED-CNT
                   ' OFFBOARDED CUSTOMER(S) ARE BACK ON CUSTFIL AND '
                   'WERE NOT ERASED'
           END-IF
           IF WS-CAND-TBL-IS-FULL
               DISPLAY 'CUSTANON WARNING - WS-CAND-TBL FILLED AT '
                   WS-CAND-TBL-CNT ' OFFBOARDED CUSTOMERS - THE REST '
                   'ARE LEFT FOR A LATER RUN'
           END-IF
           IF WS-CORR-TBL-IS-FULL
               DISPLAY 'CUSTANON WARNING - WS-CORR-TBL FILLED AT '
                   WS-CORR-TBL-CNT ' CORRELATION IDS - LATER DEAD '
                   'LETTERS WERE NOT SCRUBBED'
           END-IF
           STOP RUN.

      * PASS 1 - EVERY CUSTOMER TESTGUI6 HAS OFFBOARDED, WITH THE DATE
      * AND NAME OF THE LATEST OFFBOARD (A CUSTOMER RESTORED AND
      * OFFBOARDED AGAIN IS AGED FROM THE SECOND TIME). PURGES AND
      * MERGES ALSO JOURNAL 'D' ENTRIES BUT ARE NOT OFFBOARDS
       COLLECT-OFFBOARDED-CUSTOMERS.
           OPEN INPUT CUSTJRNL-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-END-OF-FILE
               READ CUSTJRNL-FILE NEXT RECORD
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
               IF NOT WS-END-OF-FILE
                   IF CJ-ACTION-DELETE
                           AND CJ-PROGRAM = 'TESTGUI6'
                           AND CJ-CUST-NUMBER NOT = 0
                       PERFORM RECORD-OFFBOARD
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CUSTJRNL-FILE.

       RECORD-OFFBOARD.
           MOVE 0 TO WS-CAND-FOUND-SUB
           PERFORM VARYING WS-CAND-SUB FROM 1 BY 1
                   UNTIL WS-CAND-SUB > WS-CAND-TBL-CNT
                      OR WS-CAND-FOUND-SUB > 0
               IF CT-CUST-NUMBER(WS-CAND-SUB) = CJ-CUST-NUMBER
                   MOVE WS-CAND-SUB TO WS-CAND-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-CAND-FOUND-SUB = 0
               IF WS-CAND-TBL-CNT < 2000
                   ADD 1 TO WS-CAND-TBL-CNT
                   MOVE WS-CAND-TBL-CNT TO WS-CAND-FOUND-SUB
                   MOVE CJ-CUST-NUMBER
                       TO CT-CUST-NUMBER(WS-CAND-FOUND-SUB)
               ELSE
                   SET WS-CAND-TBL-IS-FULL TO TRUE
               END-IF
           END-IF
           IF WS-CAND-FOUND-SUB > 0
               MOVE CJ-BEF-NAME TO CT-NAME(WS-CAND-FOUND-SUB)
               MOVE CJ-DATE TO CT-OFFBOARD-DATE(WS-CAND-FOUND-SUB)
           END-IF.

      * PASS 2 - DECIDE WHO IS ERASED THIS RUN. A CUSTOMER NOT YET
      * PAST RETENTION OR ALREADY CERTIFIED IS ONLY COUNTED; ONE BACK
      * ON CUSTFIL OR UNDER A LEGAL HOLD IS LISTED SO THE PRIVACY
      * OFFICE SEES WHY IT IS STILL THERE
       SELECT-ERASABLE-CUSTOMERS.
           OPEN INPUT CUSTFIL-FILE
           OPEN INPUT LGLHOLD-FILE
           OPEN I-O ANONCERT-FILE
           PERFORM VARYING WS-CAND-SUB FROM 1 BY 1
                   UNTIL WS-CAND-SUB > WS-CAND-TBL-CNT
               PERFORM CLASSIFY-CANDIDATE
           END-PERFORM
           CLOSE ANONCERT-FILE
           CLOSE LGLHOLD-FILE
           CLOSE CUSTFIL-FILE.

       CLASSIFY-CANDIDATE.
           PERFORM VARYING WS-CNT-SUB FROM 1 BY 1
                   UNTIL WS-CNT-SUB > 13
               MOVE 0 TO CT-SCRUB-CNT(WS-CAND-SUB, WS-CNT-SUB)
           END-PERFORM
           MOVE SPACES TO CT-TOKEN(WS-CAND-SUB)
           IF CT-OFFBOARD-DATE(WS-CAND-SUB) NOT < WS-CUTOFF-DATE
               SET CT-NOT-DUE(WS-CAND-SUB) TO TRUE
               ADD 1 TO WS-NOT-DUE-CNT
           ELSE
               MOVE CT-CUST-NUMBER(WS-CAND-SUB) TO AC-CUST-NUMBER
               MOVE 'N' TO WS-CERT-FOUND-SW
               READ ANONCERT-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET WS-CERT-ON-FILE TO TRUE
               END-READ
               IF WS-CERT-ON-FILE
                   SET CT-CERTIFIED(WS-CAND-SUB) TO TRUE
                   ADD 1 TO WS-CERTIFIED-CNT
               ELSE
                   MOVE CT-CUST-NUMBER(WS-CAND-SUB) TO CUST-NUMBER
                   MOVE 'N' TO WS-CUST-FOUND-SW
                   READ CUSTFIL-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY SET WS-CUST-ON-FILE TO TRUE
                   END-READ
                   IF WS-CUST-ON-FILE
                       SET CT-RESTORED(WS-CAND-SUB) TO TRUE
                       ADD 1 TO WS-RESTORED-CNT
                       MOVE 'BACK ON CUSTFIL - NOT ERASED'
                           TO SKP-REASON
                       MOVE SPACES TO SKP-MATTER
                       PERFORM WRITE-SKIP-LINE
                   ELSE
                       MOVE CT-CUST-NUMBER(WS-CAND-SUB)
                           TO WS-HOLD-CUST-NUMBER
                       PERFORM CHECK-LEGAL-HOLD
                       IF WS-ON-LEGAL-HOLD
                           SET CT-HELD(WS-CAND-SUB) TO TRUE
                           ADD 1 TO WS-HELD-CNT
                           MOVE 'UNDER LEGAL HOLD - MATTER'
                               TO SKP-REASON
                           MOVE WS-HOLD-MATTER TO SKP-MATTER
                           PERFORM WRITE-SKIP-LINE
                       ELSE
                           SET CT-ELIGIBLE(WS-CAND-SUB) TO TRUE
                           ADD 1 TO WS-ERASED-CNT
                           STRING 'ANON-' DELIMITED BY SIZE
                               CT-CUST-NUMBER(WS-CAND-SUB)
                                   DELIMITED BY SIZE
                               INTO CT-TOKEN(WS-CAND-SUB)
                           END-STRING
                       END-IF
                   END-IF
               END-IF
           END-IF.

       WRITE-SKIP-LINE.
           MOVE CT-CUST-NUMBER(WS-CAND-SUB) TO SKP-CUST
           MOVE CT-OFFBOARD-DATE(WS-CAND-SUB) TO SKP-OFFBOARD
           MOVE WS-SKIP-LINE TO RPT-LINE
           WRITE RPT-LINE.

      * A CUSTOMER IS HELD WHILE ANY OF THEIR LGLHOLD MATTERS HAS NO
      * RELEASE DATE OR ONE STILL TO COME - SAME TEST AS GUI6PURG
       CHECK-LEGAL-HOLD.
           MOVE 'N' TO WS-HOLD-SW
           MOVE SPACES TO WS-HOLD-MATTER
           IF WS-HOLD-CUST-NUMBER NOT = 0
               MOVE 'N' TO WS-HOLD-EOF-SW
               MOVE WS-HOLD-CUST-NUMBER TO LH-CUST-NUMBER
               MOVE LOW-VALUES TO LH-MATTER-REF
               START LGLHOLD-FILE KEY IS NOT LESS THAN LH-KEY
                   INVALID KEY SET WS-NO-MORE-HOLDS TO TRUE
               END-START
               PERFORM UNTIL WS-NO-MORE-HOLDS OR WS-ON-LEGAL-HOLD
                   READ LGLHOLD-FILE NEXT RECORD
                       AT END SET WS-NO-MORE-HOLDS TO TRUE
                   END-READ
                   IF NOT WS-NO-MORE-HOLDS
                       IF LH-CUST-NUMBER NOT = WS-HOLD-CUST-NUMBER
                           SET WS-NO-MORE-HOLDS TO TRUE
                       ELSE
                       IF LH-NO-RELEASE-DATE
                               OR LH-RELEASE-DATE > WS-RUN-DATE-NUM
                           SET WS-ON-LEGAL-HOLD TO TRUE
                           MOVE LH-MATTER-REF TO WS-HOLD-MATTER
                       END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      * FINDS THE CUSTOMER BEING ERASED THIS RUN THAT THE RECORD IN
      * HAND BELONGS TO (WS-CAND-FOUND-SUB, ZERO IF NONE) - BY NUMBER
      * WHEN THE RECORD CARRIES ONE, OTHERWISE BY THE NAME AT OFFBOARD
       FIND-ERASED-CUSTOMER.
           MOVE 0 TO WS-CAND-FOUND-SUB
           IF WS-LINE-NUMBER IS NUMERIC
                   AND WS-LINE-NUMBER NOT = '0000000'
               PERFORM VARYING WS-CAND-SUB FROM 1 BY 1
                       UNTIL WS-CAND-SUB > WS-CAND-TBL-CNT
                          OR WS-CAND-FOUND-SUB > 0
                   IF CT-ELIGIBLE(WS-CAND-SUB)
                           AND CT-CUST-NUMBER(WS-CAND-SUB)
                               = WS-LINE-NUMBER
                       MOVE WS-CAND-SUB TO WS-CAND-FOUND-SUB
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-CAND-SUB FROM 1 BY 1
                       UNTIL WS-CAND-SUB > WS-CAND-TBL-CNT
                          OR WS-CAND-FOUND-SUB > 0
                   IF CT-ELIGIBLE(WS-CAND-SUB)
                       IF (WS-LINE-NAME NOT = SPACES
                           AND CT-NAME(WS-CAND-SUB) = WS-LINE-NAME)
                       OR (WS-LINE-NAME2 NOT = SPACES
                           AND CT-NAME(WS-CAND-SUB) = WS-LINE-NAME2)
                           MOVE WS-CAND-SUB TO WS-CAND-FOUND-SUB
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       COUNT-SCRUBBED-RECORD.
           ADD 1 TO CT-SCRUB-CNT(WS-CAND-FOUND-SUB, WS-FILE-IDX)
           ADD 1 TO WS-SCRUBBED-CNT.

      * CUSTJRNL - BOTH THE BEFORE AND AFTER IMAGES OF EVERY ENTRY FOR
      * THE CUSTOMER, INCLUDING THE OFFBOARD ENTRY ITSELF
       SCRUB-CUSTJRNL.
           SET WS-IDX-CUSTJRNL TO TRUE
           OPEN I-O CUSTJRNL-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-END-OF-FILE
               READ CUSTJRNL-FILE NEXT RECORD
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
               IF NOT WS-END-OF-FILE
                   MOVE CJ-CUST-NUMBER TO WS-LINE-NUMBER
                   MOVE CJ-BEF-NAME TO WS-LINE-NAME
                   MOVE CJ-AFT-NAME TO WS-LINE-NAME2
                   PERFORM FIND-ERASED-CUSTOMER
                   IF WS-CAND-FOUND-SUB > 0
                       IF CJ-BEF-NAME NOT = SPACES
                           MOVE CT-TOKEN(WS-CAND-FOUND-SUB)
                               TO CJ-BEF-NAME CJ-BEF-ADDR
                           MOVE WS-ANON-ZIP TO CJ-BEF-ZIP
                       END-IF
                       IF CJ-AFT-NAME NOT = SPACES
                           MOVE CT-TOKEN(WS-CAND-FOUND-SUB)
                               TO CJ-AFT-NAME CJ-AFT-ADDR
                           MOVE WS-ANON-ZIP TO CJ-AFT-ZIP
                       END-IF
                       REWRITE CJ-RECORD
                       PERFORM COUNT-SCRUBBED-RECORD
                   END-IF
               END-IF
           END-PERFORM
           CLOSE CUSTJRNL-FILE.

       SCRUB-GUI6HIST.
           SET WS-IDX-GUI6HIST TO TRUE
           OPEN I-O GUI6HIST-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-END-OF-FILE
               READ GUI6HIST-FILE NEXT RECORD
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
               IF NOT WS-END-OF-FILE
                   MOVE HIST-CUST-NUMBER TO WS-LINE-NUMBER
                   MOVE HIST-OLD-NAME TO WS-LINE-NAME
                   MOVE HIST-NEW-NAME TO WS-LINE-NAME2
                   PERFORM FIND-ERASED-CUSTOMER
                   IF WS-CAND-FOUND-SUB > 0
                       MOVE CT-TOKEN(WS-CAND-FOUND-SUB)
                           TO HIST-OLD-NAME HIST-OLD-ADDR
                              HIST-NEW-NAME HIST-NEW-ADDR
                       MOVE WS-ANON-ZIP TO HIST-OLD-ZIP HIST-NEW-ZIP
                       CALL 'HISTAIX' USING HIST-RECORD
                       REWRITE HIST-RECORD
                       PERFORM COUNT-SCRUBBED-RECORD
                       PERFORM RECORD-CORR-ID
                   END-IF
               END-IF
           END-PERFORM
           CLOSE GUI6HIST-FILE.

      * THE SAME ID TESTGUI6 HANDS PMTADRN WITH THE PAYMENT
      * NOTIFICATION FOR THIS HISTORY RECORD
       RECORD-CORR-ID.
           IF WS-CORR-TBL-CNT < 20000
               ADD 1 TO WS-CORR-TBL-CNT
               MOVE SPACES TO CR-CORR-ID(WS-CORR-TBL-CNT)
               MOVE 'GUI6' TO CR-CORR-ID(WS-CORR-TBL-CNT)(1:4)
               MOVE HIST-TASKN TO CR-CORR-ID(WS-CORR-TBL-CNT)(5:7)
               MOVE WS-CAND-FOUND-SUB TO CR-CAND-SUB(WS-CORR-TBL-CNT)
           ELSE
               SET WS-CORR-TBL-IS-FULL TO TRUE
           END-IF.

      * FINDS THE CUSTOMER BEING ERASED THIS RUN WHOSE GUI6HIST RECORD
      * WS-LINE-CORR-ID BELONGS TO (WS-CAND-FOUND-SUB, ZERO IF NONE)
       FIND-CORR-CUSTOMER.
           MOVE 0 TO WS-CAND-FOUND-SUB
           PERFORM VARYING WS-CORR-SUB FROM 1 BY 1
                   UNTIL WS-CORR-SUB > WS-CORR-TBL-CNT
                      OR WS-CAND-FOUND-SUB > 0
               IF CR-CORR-ID(WS-CORR-SUB) = WS-LINE-CORR-ID
                   MOVE CR-CAND-SUB(WS-CORR-SUB) TO WS-CAND-FOUND-SUB
               END-IF
           END-PERFORM.

      * BREADLOG, CUSTNOTE AND CUSTADDR ARE KEYED BY CUSTOMER NUMBER -
      * EACH CUSTOMER'S RECORDS ARE READ IN ONE KEYED RANGE
       SCRUB-KEYED-FILES.
           OPEN I-O BREADLOG-FILE
           OPEN I-O CUSTNOTE-FILE
           OPEN I-O CUSTADDR-FILE
           PERFORM VARYING WS-CAND-FOUND-SUB FROM 1 BY 1
                   UNTIL WS-CAND-FOUND-SUB > WS-CAND-TBL-CNT
               IF CT-ELIGIBLE(WS-CAND-FOUND-SUB)
                   PERFORM SCRUB-BREADLOG
                   PERFORM SCRUB-CUSTNOTE
                   PERFORM SCRUB-CUSTADDR
               END-IF
           END-PERFORM
           CLOSE CUSTADDR-FILE
           CLOSE CUSTNOTE-FILE
           CLOSE BREADLOG-FILE.

       SCRUB-BREADLOG.
           SET WS-IDX-BREADLOG TO TRUE
           MOVE 'N' TO WS-EOF-SW
           MOVE CT-CUST-NUMBER(WS-CAND-FOUND-SUB) TO BRD-CUST-NUMBER
           MOVE 0 TO BRD-DATE BRD-TIME BRD-SEQNO
           START BREADLOG-FILE KEY IS NOT LESS THAN BRD-KEY
               INVALID KEY SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-FILE
               READ BREADLOG-FILE NEXT RECORD
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
               IF NOT WS-END-OF-FILE
                   IF BRD-CUST-NUMBER
                           NOT = CT-CUST-NUMBER(WS-CAND-FOUND-SUB)
                       SET WS-END-OF-FILE TO TRUE
                   ELSE
                       MOVE CT-TOKEN(WS-CAND-FOUND-SUB)
                           TO BRD-CUST-NAME
                       REWRITE BRD-RECORD
                       PERFORM COUNT-SCRUBBED-RECORD
                   END-IF
               END-IF
           END-PERFORM.

      * THE NOTE TEXT IS FREE TEXT THAT MAY NAME ANYONE - IT GOES
      * ENTIRELY. THE TAKEOVER-ALERT MARKER IN NT-OPID IS KEPT
       SCRUB-CUSTNOTE.
           SET WS-IDX-CUSTNOTE TO TRUE
           MOVE SPACES TO WS-ANON-NOTE
           STRING '*ERASED* ' DELIMITED BY SIZE
               CT-TOKEN(WS-CAND-FOUND-SUB) DELIMITED BY SIZE
               INTO WS-ANON-NOTE
           END-STRING
           MOVE 'N' TO WS-EOF-SW
           MOVE CT-CUST-NUMBER(WS-CAND-FOUND-SUB) TO NT-CUST-NUMBER
           MOVE 0 TO NT-SEQNO
           START CUSTNOTE-FILE KEY IS NOT LESS THAN NT-KEY
               INVALID KEY SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-FILE
               READ CUSTNOTE-FILE NEXT RECORD
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
               IF NOT WS-END-OF-FILE
                   IF NT-CUST-NUMBER
                           NOT = CT-CUST-NUMBER(WS-CAND-FOUND-SUB)
                       SET WS-END-OF-FILE TO TRUE
                   ELSE
                       MOVE WS-ANON-NOTE TO NT-TEXT
                       REWRITE NT-RECORD
                       PERFORM COUNT-SCRUBBED-RECORD
                   END-IF
               END-IF
           END-PERFORM.

      * THE ADDRESS TYPE, STATE AND EFFECTIVE DATES ARE KEPT
       SCRUB-CUSTADDR.
           SET WS-IDX-CUSTADDR TO TRUE
           MOVE 'N' TO WS-EOF-SW
           MOVE CT-CUST-NUMBER(WS-CAND-FOUND-SUB) TO CAD-CUST-NUMBER
           MOVE LOW-VALUES TO CAD-TYPE
           MOVE 0 TO CAD-EFF-FROM
           START CUSTADDR-FILE KEY IS NOT LESS THAN CAD-KEY
               INVALID KEY SET WS-END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL WS-END-OF-FILE
               READ CUSTADDR-FILE NEXT RECORD
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
               IF NOT WS-END-OF-FILE
                   IF CAD-CUST-NUMBER
                           NOT = CT-CUST-NUMBER(WS-CAND-FOUND-SUB)
                       SET WS-END-OF-FILE TO TRUE
                   ELSE
                       MOVE CT-TOKEN(WS-CAND-FOUND-SUB) TO CAD-ADDR
                       MOVE WS-ANON-ZIP TO CAD-ZIP
                       MOVE WS-ANON-CITY TO CAD-CITY
                       REWRITE CAD-RECORD
                       PERFORM COUNT-SCRUBBED-RECORD
                   END-IF
               END-IF
           END-PERFORM.

      * THE FLAT ARCHIVES CANNOT BE UPDATED IN PLACE - EACH IS COPIED
      * TO ITS NEW GENERATION WITH THE ERASED CUSTOMERS' LINES
      * SCRUBBED ON THE WAY. A MISSING ARCHIVE GIVES AN EMPTY ONE
       SCRUB-GUI6HARC.
           SET WS-IDX-GUI6HARC TO TRUE
           OPEN INPUT GUI6HARC-FILE
           OPEN OUTPUT GUI6HARN-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-END-OF-FILE
               READ GUI6HARC-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
               IF NOT WS-END-OF-FILE
                   MOVE GUI6HARC-LINE TO WS-ARC-LINE
                   MOVE HV-CUST-NUMBER TO WS-LINE-NUMBER
                   MOVE HV-OLD-NAME TO WS-LINE-NAME
                   MOVE HV-NEW-NAME TO WS-LINE-NAME2
                   PERFORM FIND-ERASED-CUSTOMER
                   IF WS-CAND-FOUND-SUB > 0
                       MOVE CT-TOKEN(WS-CAND-FOUND-SUB)
                           TO HV-OLD-NAME HV-OLD-ADDR
                              HV-NEW-NAME HV-NEW-ADDR
                       MOVE WS-ANON-ZIP TO HV-OLD-ZIP HV-NEW-ZIP
                       PERFORM COUNT-SCRUBBED-RECORD
                   END-IF
                   MOVE WS-ARC-LINE TO GUI6HARN-LINE
                   WRITE GUI6HARN-LINE
               END-IF
           END-PERFORM
           CLOSE GUI6HARN-FILE
           CLOSE GUI6HARC-FILE.

       SCRUB-CUSTFARC.
           SET WS-IDX-CUSTFARC TO TRUE
           OPEN INPUT CUSTFARC-FILE
           OPEN OUTPUT CUSTFARN-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-END-OF-FILE
               READ CUSTFARC-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
               IF NOT WS-END-OF-FILE
                   MOVE CUSTFARC-LINE TO WS-ARC-LINE
                   PERFORM SCRUB-FARC-VIEW
                   MOVE WS-ARC-LINE TO CUSTFARN-LINE
                   WRITE CUSTFARN-LINE
               END-IF
           END-PERFORM
           CLOSE CUSTFARN-FILE
           CLOSE CUSTFARC-FILE.

      * CARCARCH CARRIES DATED '** ' BANNER LINES BETWEEN THE CUSTFIL
      * IMAGES - THEY ARE COPIED AS THEY STAND
       SCRUB-CARCARCH.
           SET WS-IDX-CARCARCH TO TRUE
           OPEN INPUT CARCARCH-FILE
           OPEN OUTPUT CARCARCN-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-END-OF-FILE
               READ CARCARCH-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
               IF NOT WS-END-OF-FILE
                   MOVE CARCARCH-LINE TO WS-ARC-LINE
                   IF WS-ARC-LINE(1:3) NOT = '** '
                       PERFORM SCRUB-FARC-VIEW
                   END-IF
                   MOVE WS-ARC-LINE TO CARCARCN-LINE
                   WRITE CARCARCN-LINE
               END-IF
           END-PERFORM
           CLOSE CARCARCN-FILE
           CLOSE CARCARCH-FILE.

       SCRUB-FARC-VIEW.
           MOVE FV-CUST-NUMBER TO WS-LINE-NUMBER
           MOVE FV-NAME TO WS-LINE-NAME
           MOVE SPACES TO WS-LINE-NAME2
           PERFORM FIND-ERASED-CUSTOMER
           IF WS-CAND-FOUND-SUB > 0
               MOVE CT-TOKEN(WS-CAND-FOUND-SUB) TO FV-NAME FV-ADDR
               MOVE WS-ANON-ZIP TO FV-ZIP
               PERFORM COUNT-SCRUBBED-RECORD
           END-IF.

       SCRUB-BREADARC.
           SET WS-IDX-BREADARC TO TRUE
           OPEN INPUT BREADARC-FILE
           OPEN OUTPUT BREADARN-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-END-OF-FILE
               READ BREADARC-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
               IF NOT WS-END-OF-FILE
                   MOVE BREADARC-LINE TO WS-ARC-LINE
                   IF WS-ARC-LINE(1:3) NOT = '** '
                       MOVE BV-CUST-NUMBER TO WS-LINE-NUMBER
                       MOVE BV-NAME TO WS-LINE-NAME
                       MOVE SPACES TO WS-LINE-NAME2
                       PERFORM FIND-ERASED-CUSTOMER
                       IF WS-CAND-FOUND-SUB > 0
                           MOVE CT-TOKEN(WS-CAND-FOUND-SUB) TO BV-NAME
                           PERFORM COUNT-SCRUBBED-RECORD
                       END-IF
                   END-IF
                   MOVE WS-ARC-LINE TO BREADARN-LINE
                   WRITE BREADARN-LINE
               END-IF
           END-PERFORM
           CLOSE BREADARN-FILE
           CLOSE BREADARC-FILE.

       SCRUB-ADRNARCH.
           SET WS-IDX-ADRNARCH TO TRUE
           OPEN INPUT ADRNARCH-FILE
           OPEN OUTPUT ADRNARCN-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-END-OF-FILE
               READ ADRNARCH-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
               IF NOT WS-END-OF-FILE
                   MOVE ADRNARCH-LINE TO WS-ARC-LINE
                   IF WS-ARC-LINE(1:3) NOT = '** '
                       MOVE AV-CUST-NUMBER TO WS-LINE-NUMBER
                       MOVE AV-NAME TO WS-LINE-NAME
                       MOVE SPACES TO WS-LINE-NAME2
                       PERFORM FIND-ERASED-CUSTOMER
                       IF WS-CAND-FOUND-SUB > 0
                           MOVE CT-TOKEN(WS-CAND-FOUND-SUB)
                               TO AV-NAME AV-OLD-ADDR AV-NEW-ADDR
                           PERFORM COUNT-SCRUBBED-RECORD
                       END-IF
                   END-IF
                   MOVE WS-ARC-LINE TO ADRNARCN-LINE
                   WRITE ADRNARCN-LINE
               END-IF
           END-PERFORM
           CLOSE ADRNARCN-FILE
           CLOSE ADRNARCH-FILE.

       SCRUB-PMTAARCH.
           SET WS-IDX-PMTAARCH TO TRUE
           OPEN INPUT PMTAARCH-FILE
           OPEN OUTPUT PMTAARCN-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-END-OF-FILE
               READ PMTAARCH-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
               IF NOT WS-END-OF-FILE
                   MOVE PMTAARCH-LINE TO WS-ARC-LINE
                   IF WS-ARC-LINE(1:3) NOT = '** '
                       MOVE PV-CUST-NUMBER TO WS-LINE-NUMBER
                       MOVE PV-NAME TO WS-LINE-NAME
                       MOVE SPACES TO WS-LINE-NAME2
                       PERFORM FIND-ERASED-CUSTOMER
                       IF WS-CAND-FOUND-SUB > 0
                           MOVE CT-TOKEN(WS-CAND-FOUND-SUB) TO PV-NAME
                           PERFORM COUNT-SCRUBBED-RECORD
                       END-IF
                   END-IF
                   MOVE WS-ARC-LINE TO PMTAARCN-LINE
                   WRITE PMTAARCN-LINE
               END-IF
           END-PERFORM
           CLOSE PMTAARCN-FILE
           CLOSE PMTAARCH-FILE.

      * SOADEADL IS STILL A LIVE QUEUE SOADEADR REPLAYS FROM - THE
      * SCRUBBED COPY IS PROMOTED LIKE THE ARCHIVES, AND A SCRUBBED
      * DEAD LETTER THAT IS REPLAYED CARRIES THE TOKEN, NOT THE NAME
       SCRUB-SOADEADL.
           SET WS-IDX-SOADEADL TO TRUE
           OPEN INPUT SOADEADL-FILE
           OPEN OUTPUT SOADEADN-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-END-OF-FILE
               READ SOADEADL-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
               IF NOT WS-END-OF-FILE
                   MOVE SOADEADL-LINE TO WS-ARC-LINE
                   PERFORM SCRUB-DEADL-VIEW
                   MOVE WS-ARC-LINE TO SOADEADN-LINE
                   WRITE SOADEADN-LINE
               END-IF
           END-PERFORM
           CLOSE SOADEADN-FILE
           CLOSE SOADEADL-FILE.

      * SOADLARC CARRIES SOADEADR'S DATED '** ' CAPTURE BANNERS
      * BETWEEN THE DEAD LETTERS - THEY ARE COPIED AS THEY STAND
       SCRUB-SOADLARC.
           SET WS-IDX-SOADLARC TO TRUE
           OPEN INPUT SOADLARC-FILE
           OPEN OUTPUT SOADLARN-FILE
           MOVE 'N' TO WS-EOF-SW
           PERFORM UNTIL WS-END-OF-FILE
               READ SOADLARC-FILE
                   AT END SET WS-END-OF-FILE TO TRUE
               END-READ
               IF NOT WS-END-OF-FILE
                   MOVE SOADLARC-LINE TO WS-ARC-LINE
                   IF WS-ARC-LINE(1:3) NOT = '** '
                       PERFORM SCRUB-DEADL-VIEW
                   END-IF
                   MOVE WS-ARC-LINE TO SOADLARN-LINE
                   WRITE SOADLARN-LINE
               END-IF
           END-PERFORM
           CLOSE SOADLARN-FILE
           CLOSE SOADLARC-FILE.

      * ONLY A PAYMENT NOTIFICATION SENT WITHOUT A CUSTOMER NUMBER HAS
      * NAME BYTES IN ITS PARMS - ONE SENT BY NUMBER IS LEFT ALONE
       SCRUB-DEADL-VIEW.
           MOVE 0 TO WS-CAND-FOUND-SUB
           IF DV-PMTA-NOTIFICATION
               MOVE DV-CORR-ID TO WS-LINE-CORR-ID
               PERFORM FIND-CORR-CUSTOMER
           END-IF
           IF WS-CAND-FOUND-SUB > 0
               IF DV-PARM-NUMBER
                       NOT = CT-CUST-NUMBER(WS-CAND-FOUND-SUB)
                   MOVE CT-TOKEN(WS-CAND-FOUND-SUB) TO DV-PARM-NAME
                   PERFORM COUNT-SCRUBBED-RECORD
               END-IF
           END-IF.

      * NOBODY TO ERASE - THE NEW GENERATIONS ARE STILL WRITTEN SO THE
      * PROMOTING JOB STEP NEVER REPLACES AN ARCHIVE WITH A STALE COPY
       COPY-ARCHIVES-UNCHANGED.
           PERFORM SCRUB-GUI6HARC
           PERFORM SCRUB-CUSTFARC
           PERFORM SCRUB-CARCARCH
           PERFORM SCRUB-BREADARC
           PERFORM SCRUB-ADRNARCH
           PERFORM SCRUB-PMTAARCH
           PERFORM SCRUB-SOADEADL
           PERFORM SCRUB-SOADLARC.

      * ONE CERTIFICATE OF ERASURE PER CUSTOMER ERASED, WRITTEN ONLY
      * ONCE EVERY FILE HAS BEEN SCRUBBED - A RUN THAT FAILS PART WAY
      * LEAVES NO CERTIFICATE, SO THE NEXT RUN SCRUBS THEM AGAIN
       WRITE-CERTIFICATES.
           ACCEPT WS-RUN-TIME FROM TIME
           OPEN I-O ANONCERT-FILE
           PERFORM VARYING WS-CAND-SUB FROM 1 BY 1
                   UNTIL WS-CAND-SUB > WS-CAND-TBL-CNT
               IF CT-ELIGIBLE(WS-CAND-SUB)
                   PERFORM WRITE-ONE-CERTIFICATE
               END-IF
           END-PERFORM
           CLOSE ANONCERT-FILE.

       WRITE-ONE-CERTIFICATE.
           MOVE CT-CUST-NUMBER(WS-CAND-SUB) TO AC-CUST-NUMBER
           MOVE CT-TOKEN(WS-CAND-SUB) TO AC-TOKEN
           MOVE CT-OFFBOARD-DATE(WS-CAND-SUB) TO AC-OFFBOARD-DATE
           MOVE WS-RUN-DATE-NUM TO AC-ERASED-DATE
           COMPUTE AC-ERASED-TIME = WS-RUN-TIME / 100
           MOVE WS-RETENTION-DAYS TO AC-RETENTION-DAYS
           MOVE CT-CUST-NUMBER(WS-CAND-SUB) TO DET-CUST
           MOVE CT-OFFBOARD-DATE(WS-CAND-SUB) TO DET-OFFBOARD
           PERFORM VARYING WS-CNT-SUB FROM 1 BY 1
                   UNTIL WS-CNT-SUB > 13
               MOVE CT-SCRUB-CNT(WS-CAND-SUB, WS-CNT-SUB)
                   TO AC-SCRUB-CNT(WS-CNT-SUB)
               MOVE CT-SCRUB-CNT(WS-CAND-SUB, WS-CNT-SUB)
                   TO DET-CNT(WS-CNT-SUB)
           END-PERFORM
           WRITE AC-RECORD
               INVALID KEY
                   DISPLAY 'CUSTANON - ANONCERT WRITE FAILED CUST '
                       AC-CUST-NUMBER
           END-WRITE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       WRITE-SUMMARY-LINE.
           MOVE WS-ERASED-CNT TO SUM-ERASED
           MOVE WS-HELD-CNT TO SUM-HELD
           MOVE WS-RESTORED-CNT TO SUM-RESTORED
           MOVE WS-NOT-DUE-CNT TO SUM-NOT-DUE
           MOVE WS-CERTIFIED-CNT TO SUM-CERTIFIED
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE.

       WRITE-BATCH-LOG-ENTRY.
           MOVE 'CUSTANON' TO BL-PROGRAM
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           IF WS-CAND-TBL-IS-FULL OR WS-CORR-TBL-IS-FULL
               MOVE 'WARN' TO BL-STATUS
           ELSE
               MOVE 'DONE' TO BL-STATUS
           END-IF
           MOVE WS-ERASED-CNT TO BLD-ERASED
           MOVE WS-HELD-CNT TO BLD-HELD
           MOVE WS-BL-DETAIL TO BL-DETAIL
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.

      * ONE 'STRT' ENTRY AT JOB ENTRY, PAIRED BY BATCHWIN WITH THE
      * COMPLETION ENTRY ABOVE
       WRITE-BATCH-START-ENTRY.
           MOVE 'CUSTANON' TO BL-PROGRAM
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           MOVE 'STRT' TO BL-STATUS
           MOVE SPACES TO BL-DETAIL
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.

      * THE RETENTION AGE COMES OFF THE SHOP-WIDE PARMFIL PARAMETER
      * FILE - A MISSING FILE OR RECORD KEEPS THE COMPILED-IN DEFAULT
       LOAD-SHOP-PARAMETERS.
           OPEN INPUT PARMFIL-FILE
           MOVE 'ANON-RETENTION-DAYS' TO PRM-NAME
           READ PARMFIL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PRM-VALUE NOT = SPACES
                       COMPUTE WS-RETENTION-DAYS =
                           FUNCTION NUMVAL(PRM-VALUE)
                   END-IF
           END-READ
           CLOSE PARMFIL-FILE.
