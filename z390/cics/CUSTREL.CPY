      ***************************************************************
      * CUSTREL.CPY - VSAM KSDS CUSTOMER-TO-CUSTOMER RELATIONSHIP
      * FILE. CUSTACCT SAYS WHO HOLDS WHICH ACCOUNT, BUT NOTHING SAID
      * THAT ONE CUSTOMER IS ANOTHER'S JOINT HOLDER, GUARDIAN OR
      * ATTORNEY, SO A DEATH OR AN OFFBOARD LEFT THE OTHER PARTY'S
      * FILE SILENTLY WRONG. ONE RECORD PER CUSTOMER/RELATED
      * CUSTOMER/TYPE/START DATE, AND EVERY RELATIONSHIP IS HELD
      * FROM BOTH SIDES - THE PAIRED RECORD SWAPS THE TWO NUMBERS AND
      * TURNS THE ROLE ROUND - SO ONE STARTBR ON A CUSTOMER FINDS
      * EVERY RELATIONSHIP THEY ARE IN, WHICHEVER SIDE IT WAS KEYED
      * FROM. CRL-ROLE SAYS WHICH WAY A GUARDIAN OR POWER OF
      * ATTORNEY RUNS: 'A' - THIS CUSTOMER ACTS FOR THE RELATED ONE,
      * 'F' - THE RELATED CUSTOMER ACTS FOR THIS ONE; A JOINT HOLDING
      * IS THE SAME BOTH WAYS ('J'). A RELATIONSHIP IS ACTIVE ON A
      * DATE WHEN CRL-START IS ON OR BEFORE IT AND CRL-END IS ZERO
      * (OPEN-ENDED) OR AFTER IT. A RELATIONSHIP IS NEVER DELETED -
      * ENDING IT STAMPS CRL-END ON BOTH RECORDS SO THE HISTORY STAYS
      * ON FILE. LISTED AND MAINTAINED THROUGH TESTGUIL (PF3 FROM THE
      * GUI6 SCREEN); THE ACTIVE ONES ARE GATHERED FOR TESTGUI6 AND
      * CUSTSTAT BY THE SHARED RELLIST SUBPROGRAM.
      ***************************************************************
      * 10/15/26 RPI 2234 INITIAL CODING
      ***************************************************************
       01  CRL-RECORD.
           05  CRL-KEY.
               10  CRL-CUST-NUMBER    PIC 9(7).
               10  CRL-RELATED-NUMBER PIC 9(7).
               10  CRL-TYPE           PIC X.
                   88  CRL-JOINT-HOLDER     VALUE 'J'.
                   88  CRL-GUARDIAN         VALUE 'G'.
                   88  CRL-POWER-OF-ATTY    VALUE 'P'.
               10  CRL-START          PIC 9(8).
           05  CRL-ROLE               PIC X.
               88  CRL-ROLE-JOINT           VALUE 'J'.
               88  CRL-ACTS-FOR-RELATED     VALUE 'A'.
               88  CRL-RELATED-ACTS-FOR     VALUE 'F'.
           05  CRL-END                PIC 9(8).
               88  CRL-OPEN-ENDED           VALUE 0.
           05  CRL-DOC-REF            PIC X(20).
           05  CRL-OPID               PIC X(3).
           05  CRL-UPD-DATE           PIC 9(8).
