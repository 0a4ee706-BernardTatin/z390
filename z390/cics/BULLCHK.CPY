      ***************************************************************
      * BULLCHK.CPY - parameter area for the shared BULLCHK bulletin
      * check. Caller supplies the action ('C' check only, 'A' log
      * an acknowledgment), the signed-on operator, terminal and
      * transaction, and today's date and time of day. It gets back
      * how many bulletins are in force for this operator at this
      * terminal and the one that heads the message line - the
      * oldest high-priority bulletin this operator has not yet
      * acknowledged, else the newest in force - with its number,
      * priority and text, and the result: 'N' no bulletin in force,
      * 'S' the headline needs no acknowledgment (normal priority,
      * or high priority already acknowledged), 'U' the headline is
      * high priority and not yet acknowledged, 'A' acknowledgment
      * just logged, 'E' the acknowledgment could not be written.
      * An 'A' call acknowledges the bulletin a 'C' call would
      * headline, which is the one on the operator's screen.
      ***************************************************************
      * 10/15/26 RPI 2262 INITIAL CODING
      ***************************************************************
       01  BULLCHK-PARMS.
           05  BC-ACTION          PIC X.
               88  BC-CHECK-ONLY        VALUE 'C'.
               88  BC-ACKNOWLEDGE       VALUE 'A'.
           05  BC-OPID            PIC X(3).
           05  BC-TRMID           PIC X(4).
           05  BC-TRNID           PIC X(4).
           05  BC-TODAY           PIC 9(8).
           05  BC-NOW-TIME        PIC 9(6).
           05  BC-ACTIVE-CNT      PIC 9(2).
           05  BC-HEAD-NUMBER     PIC 9(7).
           05  BC-HEAD-PRIORITY   PIC X.
           05  BC-HEAD-TEXT       PIC X(26).
           05  BC-RESULT          PIC X.
               88  BC-NO-BULLETIN       VALUE 'N'.
               88  BC-SHOWN             VALUE 'S'.
               88  BC-NOT-ACKNOWLEDGED  VALUE 'U'.
               88  BC-ACKNOWLEDGED      VALUE 'A'.
               88  BC-ACK-FAILED        VALUE 'E'.
