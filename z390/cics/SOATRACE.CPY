      ***************************************************************
      * SOATRACE.CPY - queryable VSAM KSDS of SOA-chain trace events,
      * keyed by correlation ID + date + time (+ a sequence for two
      * events under one ID in the same second). Tracing one payment
      * approval used to mean reading PMTA, SOACALL, SOADEADL, the
      * breaker audit and the SOA archives by hand, and SOARECON only
      * tells the story the next morning. Every leg of the chain now
      * also writes one of these as it happens, through the shared
      * SOATRACE subprogram, so the SOATRCQ inquiry can browse one
      * correlation ID's whole story on demand - the same keyed-
      * mirror idea OOBLOG/OOBLOGQ use for out-of-balance events.
      * STR-EVENT says what happened:
      *   'PMTA' PMTADRN - THE NOTIFICATION AS TESTGUI6 QUEUED IT
      *                    (DATED WHEN IT WAS QUEUED, NOT DRAINED)
      *   'CALL' DEMOSUB2 - ONE SERVICE CALL ATTEMPT
      *   'SKIP' DEMOSUB2 - A TIER FAILED FAST ON AN OPEN BREAKER
      *   'DEAD' DEMOSUB2 - THE CALL WAS DEAD-LETTERED TO SOADEADL
      *   'RPLY' SOADEADR - A DEAD LETTER RESUBMITTED FOR REPLAY
      *   'DLVD' PMTADRN/SOADEADR - DELIVERED AND REGISTERED
      *   'SUPP' PMTADRN/SOADEADR - NOT SENT, ALREADY DELIVERED
      *   'BRKO' DEMOSUB2 - A MANAGER'S BREAKER OPENED
      *   'BRKC' DEMOSUB2 - A MANAGER'S BREAKER CLOSED
      * A breaker transition belongs to the manager, not to one
      * request, so it is keyed under 'BREAKER ' + the manager name
      * in the correlation-ID column, the same marker idea the
      * SOACALL audit line uses. STR-TIER is 'P' primary or 'B'
      * backup for a CALL/SKIP event and blank otherwise.
      ***************************************************************
      * 10/15/26 RPI 2251 INITIAL CODING
      ***************************************************************
       01  STR-RECORD.
           05  STR-KEY.
               10  STR-CORR-ID        PIC X(16).
               10  STR-DATE           PIC 9(8).
               10  STR-TIME           PIC 9(6).
               10  STR-SEQNO          PIC 9(3).
           05  STR-EVENT              PIC X(4).
               88  STR-EV-NOTIFY            VALUE 'PMTA'.
               88  STR-EV-CALL              VALUE 'CALL'.
               88  STR-EV-SKIP              VALUE 'SKIP'.
               88  STR-EV-DEAD              VALUE 'DEAD'.
               88  STR-EV-REPLAY            VALUE 'RPLY'.
               88  STR-EV-DELIVERED         VALUE 'DLVD'.
               88  STR-EV-SUPPRESSED        VALUE 'SUPP'.
               88  STR-EV-BRKR-OPEN         VALUE 'BRKO'.
               88  STR-EV-BRKR-CLOSE        VALUE 'BRKC'.
           05  STR-PROGRAM            PIC X(8).
           05  STR-SVC-NAME           PIC X(8).
           05  STR-SVC-MGR            PIC X(8).
           05  STR-TIER               PIC X.
               88  STR-TIER-PRIMARY         VALUE 'P'.
               88  STR-TIER-BACKUP          VALUE 'B'.
           05  STR-SVC-RC             PIC S9(8).
           05  STR-ELAPSED            PIC 9(5).
           05  STR-DETAIL             PIC X(30).
