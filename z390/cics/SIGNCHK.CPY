      ***************************************************************
      * SIGNCHK.CPY - parameter area for the shared SIGNCHK sign-on
      * window check. Caller supplies the signed-on operator, the
      * terminal, the transaction and the task's EIBDATE/EIBTIME, and
      * gets back whether an update may go ahead under that
      * operator's OPERPROF working hours and allowed-terminal list,
      * with a ready-made refusal message for the screen when not.
      * Every refusal is written to TD queue SREJ unless the caller
      * turns SC-LOG-SW off (training mode suppresses its feeds).
      * A customer-updating caller also sets SC-DAY-CHECK-SW, and is
      * then refused with SC-DAY-CLOSED once a supervisor has closed
      * the online business day through DAYCTL (inquiry only until
      * DAYCTL opens it again). A day-closed refusal is not a
      * security event and is not written to SREJ.
      ***************************************************************
      * 10/15/26 RPI 2229 INITIAL CODING
      * 10/15/26 RPI 2255 ADDED SC-DAY-CHECK-SW AND THE SC-DAY-CLOSED
      *                   REFUSAL FOR THE DAYCTL ONLINE DAY-CLOSE
      *                   CUTOFF
      * 10/15/26 RPI 2263 SC-LOG-SW AND SC-DAY-CHECK-SW DEFAULT TO 'N'
      ***************************************************************
       01  SIGNCHK-PARMS.
           05  SC-OPID            PIC X(3).
           05  SC-TRMID           PIC X(4).
           05  SC-TRNID           PIC X(4).
           05  SC-DATE            PIC 9(7).
           05  SC-TIME            PIC 9(7).
           05  SC-LOG-SW          PIC X VALUE 'N'.
               88  SC-LOG-REFUSAL       VALUE 'Y'.
           05  SC-DAY-CHECK-SW    PIC X VALUE 'N'.
               88  SC-CHECK-BUSINESS-DAY VALUE 'Y'.
           05  SC-RESULT          PIC X.
               88  SC-SIGNON-OK         VALUE 'Y'.
               88  SC-OUTSIDE-HOURS     VALUE 'H'.
               88  SC-TERMINAL-REFUSED  VALUE 'T'.
               88  SC-DAY-CLOSED        VALUE 'D'.
           05  SC-MESSAGE         PIC X(34).
