      ***************************************************************
      * LGLHOLD.CPY - VSAM KSDS OF LITIGATION AND REGULATORY LEGAL
      * HOLDS ON CUSTOMERS. WHEN LEGAL IS TOLD TO PRESERVE EVERYTHING
      * ABOUT A CUSTOMER FOR A LAWSUIT OR AN INVESTIGATION, A HOLD IS
      * PLACED HERE (THROUGH LGLHMNT) UNDER THE CUSTOMER'S PERMANENT
      * NUMBER AND THE MATTER IT IS FOR - ONE CUSTOMER MAY BE UNDER
      * SEVERAL MATTERS AT ONCE. A HOLD IS IN FORCE FROM THE DAY IT IS
      * PLACED UNTIL ITS RELEASE DATE (ZERO = UNTIL LEGAL SAYS
      * OTHERWISE); ON AND AFTER THE RELEASE DATE IT NO LONGER
      * COUNTS, BUT THE RECORD STAYS AS THE TRAIL OF WHAT WAS HELD.
      * WHILE ANY HOLD IS IN FORCE, NOTHING MAY REMOVE OR ALTER THE
      * CUSTOMER'S DATA ON A SCHEDULE: GUI6PURG SKIPS AND REPORTS
      * THEM, TESTGUI6 REFUSES AN OFFBOARD, GUI6MRG REFUSES A MERGE,
      * AND NO ARCHIVE ENTRY ON GUI6HARC/CUSTFARC FOR THEM IS EVER
      * AGED OUT. LGLHRPT LISTS THE HOLDS IN FORCE.
      ***************************************************************
      * 10/15/26 RPI 2237 INITIAL CODING
      ***************************************************************
       01  LH-RECORD.
           05  LH-KEY.
               10  LH-CUST-NUMBER     PIC 9(7).
               10  LH-MATTER-REF      PIC X(12).
           05  LH-MATTER-DESC         PIC X(30).
           05  LH-PLACED-OPID         PIC X(3).
           05  LH-PLACED-DATE         PIC 9(8).
           05  LH-RELEASE-DATE        PIC 9(8).
               88  LH-NO-RELEASE-DATE       VALUE 0.
           05  LH-RELEASED-OPID       PIC X(3).
           05  LH-UPD-OPID            PIC X(3).
           05  LH-UPD-DATE            PIC 9(8).
           05  LH-UPD-TIME            PIC 9(6).
