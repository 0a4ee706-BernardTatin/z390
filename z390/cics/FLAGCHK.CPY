      ***************************************************************
      * FLAGCHK.CPY - parameter area for the shared FLAGCHK caution-
      * flag check. Caller supplies the action ('C' check only, 'A'
      * log an acknowledgment), the customer number, the signed-on
      * operator, terminal and transaction, today's date and time of
      * day, and the CUSTFLAG and FLAGACK dataset names (the training
      * shadows under a GT transid). It gets back how many flags are
      * in force today and their types, the headline flag (fraud
      * first, then identity theft, court order, VIP) with its
      * description and reason, and whether this operator has
      * acknowledged them - 'N' no flag in force, 'U' in force and
      * not yet acknowledged, 'A' acknowledged (or just logged), 'E'
      * the acknowledgment could not be written.
      ***************************************************************
      * 10/15/26 RPI 2235 INITIAL CODING
      ***************************************************************
       01  FLAGCHK-PARMS.
           05  FC-ACTION          PIC X.
               88  FC-CHECK-ONLY        VALUE 'C'.
               88  FC-ACKNOWLEDGE       VALUE 'A'.
           05  FC-CUST-NUMBER     PIC 9(7).
           05  FC-OPID            PIC X(3).
           05  FC-TRMID           PIC X(4).
           05  FC-TRNID           PIC X(4).
           05  FC-TODAY           PIC 9(8).
           05  FC-NOW-TIME        PIC 9(6).
           05  FC-CUSTFLAG-DD     PIC X(8).
           05  FC-FLAGACK-DD      PIC X(8).
           05  FC-ACTIVE-CNT      PIC 9.
           05  FC-TYPES           PIC X(4).
           05  FC-HEAD-TYPE       PIC X.
           05  FC-HEAD-DESC       PIC X(15).
           05  FC-HEAD-REASON     PIC X(26).
           05  FC-RESULT          PIC X.
               88  FC-NO-FLAGS          VALUE 'N'.
               88  FC-NOT-ACKNOWLEDGED  VALUE 'U'.
               88  FC-ACKNOWLEDGED      VALUE 'A'.
               88  FC-ACK-FAILED        VALUE 'E'.
