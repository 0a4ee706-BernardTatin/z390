      ***************************************************************
      * TRNDSBL.CPY - VSAM KSDS OF CICS TRANSACTIONS TAKEN OUT OF
      * SERVICE BY THE ABEND-STORM BREAKER, ONE RECORD PER TRANSID.
      * TESTBEC7's volume alert pages someone once abends pass a
      * threshold, but the failing transaction kept being accepted
      * and kept abending in front of users until someone answered.
      * The shared TRNBRKR subprogram now counts each transid's
      * ABNDLOG events over a rolling window and, when they exceed
      * the PARMFIL limit, writes this record in state 'D' - every
      * guarded transaction asks TRNBRKR at entry and shows the
      * operator a "temporarily unavailable" message instead of
      * running. A supervisor re-enables it through TRNDMNT, which
      * flips the record to 'E' and stamps who and when; the record
      * stays on file as the last trip's history, and abends from
      * before the re-enable no longer count toward the next trip.
      * Dates and times are EIBDATE/EIBTIME (0CYYDDD / 0HHMMSS).
      ***************************************************************
      * 10/15/26 RPI 2254 INITIAL CODING
      ***************************************************************
       01  TDS-RECORD.
           05  TDS-KEY.
               10  TDS-TRNID      PIC X(4).
           05  TDS-STATE          PIC X.
               88  TDS-DISABLED         VALUE 'D'.
               88  TDS-ENABLED          VALUE 'E'.
           05  TDS-DIS-DATE       PIC 9(7).
           05  TDS-DIS-TIME       PIC 9(7).
           05  TDS-ABND-CNT       PIC 9(5).
           05  TDS-LIMIT          PIC 9(5).
           05  TDS-WINDOW-MINS    PIC 9(4).
           05  TDS-LAST-ABCODE    PIC X(4).
           05  TDS-LAST-PROGRAM   PIC X(8).
           05  TDS-ENA-OPID       PIC X(3).
           05  TDS-ENA-DATE       PIC 9(7).
           05  TDS-ENA-TIME       PIC 9(7).
