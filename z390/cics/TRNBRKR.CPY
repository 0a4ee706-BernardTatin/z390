      ***************************************************************
      * TRNBRKR.CPY - parameter area for the shared TRNBRKR abend-
      * storm breaker for CICS transactions - the transaction-level
      * counterpart of the SOABRKR breaker DEMOSUB2 keeps for its
      * service managers. State lives on the TRNDSBL file. The
      * caller passes its EIBDATE/EIBTIME, the way SIGNCHK is called.
      *   ACTION 'Q' - QUERY AT TASK ENTRY: TB-STATE 'D' MEANS THE
      *                TRANSID IS DISABLED - SEND TB-MESSAGE (THE
      *                "TEMPORARILY UNAVAILABLE" TEXT) AND RETURN
      *   ACTION 'A' - AN ABEND WAS JUST LOGGED TO ABNDLOG FOR
      *                TB-TRNID (TB-ABCODE IN TB-PROGRAM): COUNT THE
      *                WINDOW AND DISABLE THE TRANSID IF THE LIMIT IS
      *                EXCEEDED - TB-EVENT 'D' WHEN THIS CALL DID IT
      *   ACTION 'E' - RE-ENABLE TB-TRNID FOR SUPERVISOR TB-OPID -
      *                TB-EVENT 'E' WHEN IT WAS DISABLED AND NOW IS
      *                NOT; TB-MESSAGE SAYS WHAT HAPPENED
      * Every disable and re-enable is logged to TD queue TDIS, and a
      * disable also pages on-call through TD queue PAGE.
      ***************************************************************
      * 10/15/26 RPI 2254 INITIAL CODING
      ***************************************************************
       01  TRNBRKR-PARMS.
           05  TB-ACTION          PIC X.
               88  TB-QUERY             VALUE 'Q'.
               88  TB-ABEND-LOGGED      VALUE 'A'.
               88  TB-ENABLE            VALUE 'E'.
           05  TB-TRNID           PIC X(4).
           05  TB-OPID            PIC X(3).
           05  TB-DATE            PIC 9(7).
           05  TB-TIME            PIC 9(7).
           05  TB-ABCODE          PIC X(4).
           05  TB-PROGRAM         PIC X(8).
           05  TB-STATE           PIC X.
               88  TB-DISABLED          VALUE 'D'.
           05  TB-EVENT           PIC X.
               88  TB-JUST-DISABLED     VALUE 'D'.
               88  TB-JUST-ENABLED      VALUE 'E'.
           05  TB-MESSAGE         PIC X(50).
