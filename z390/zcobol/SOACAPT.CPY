      ***************************************************************
      * SOACAPT.CPY - parameter area for the SOACAPT call-capture
      * subprogram behind DEMOSUB2's record and replay stub modes.
      * Testing anything that calls DEMOSUB2 used to need the real
      * service managers up and in a known state, so a production
      * failure could hardly ever be reproduced. PARMFIL
      * 'SOA-STUB-MODE' picks the mode for the run:
      *   RECORD - CALL OUT AS USUAL AND CAPTURE EVERY ATTEMPT TO THE
      *            SOACAPT FILE
      *   REPLAY - DO NOT CALL OUT; ANSWER EACH ATTEMPT FROM THE
      *            SOACAPT FILE, FAILURES AND DELAYS INCLUDED
      *   ANYTHING ELSE (OR NO RECORD) - LIVE, NOTHING CAPTURED
      *   ACTION 'Q' - query the mode into LK-SC-MODE
      *   ACTION 'W' - capture the attempt in LK-SC-CALL
      *   ACTION 'N' - next captured attempt for LK-SC-SVC-NAME and
      *                LK-SC-REQUEST, in the order captured; each one
      *                answers once. LK-SC-FOUND-SW 'N' means none
      *                left - the rest of LK-SC-CALL is then as sent.
      * LK-SC-REQUEST is SOA-MSG-PARMS as sent and LK-SC-REPLY as it
      * came back; LK-SC-SVC-RC and LK-SC-ELAPSED are the raw result
      * and seconds of the attempt, before DEMOSUB2's timeout check.
      ***************************************************************
      * 10/15/26 RPI 2252 INITIAL CODING
      ***************************************************************
       01  SOACAPT-PARMS.
           05  LK-SC-ACTION       PIC X.
               88  LK-SC-QUERY          VALUE 'Q'.
               88  LK-SC-WRITE          VALUE 'W'.
               88  LK-SC-NEXT           VALUE 'N'.
           05  LK-SC-MODE         PIC X.
               88  LK-SC-LIVE           VALUE 'L'.
               88  LK-SC-RECORD         VALUE 'R'.
               88  LK-SC-REPLAY         VALUE 'P'.
           05  LK-SC-FOUND-SW     PIC X.
               88  LK-SC-FOUND          VALUE 'Y'.
           05  LK-SC-CALL.
               10  LK-SC-SVC-NAME     PIC X(8).
               10  LK-SC-SVC-MGR      PIC X(8).
               10  LK-SC-REQUEST      PIC X(20).
               10  LK-SC-REPLY        PIC X(20).
               10  LK-SC-SVC-RC       PIC S9(8).
               10  LK-SC-ELAPSED      PIC 9(5).
               10  LK-SC-CORR-ID      PIC X(16).
