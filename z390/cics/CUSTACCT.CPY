      ***************************************************************
      * CUSTACCT.CPY - VSAM KSDS CUSTOMER-TO-ACCOUNT RELATIONSHIP
      * FILE. CUSTFIL KNOWS THE CUSTOMER AND DFPACCT KNOWS THE
      * ACCOUNT, BUT NOTHING SAID WHICH CUSTOMER HOLDS WHICH ACCOUNT,
      * SO AN OFFBOARD COULD REMOVE A CUSTOMER WHO STILL HELD MONEY.
      * ONE RECORD PER CUSTOMER/ACCOUNT PAIR, KEYED CUSTOMER + ACCOUNT
      * SO ONE STARTBR WALKS A CUSTOMER'S ACCOUNTS. A JOINT ACCOUNT
      * HAS ONE RECORD PER HOLDER. A LINK IS NEVER DELETED - ENDING
      * IT STAMPS CX-CLOSE-DATE SO THE HOLDING HISTORY STAYS ON FILE.
      * LISTED AND MAINTAINED THROUGH TESTGUIX (PF11 FROM THE GUI6
      * SCREEN), CHECKED BY THE TESTGUI6 OFFBOARD FLOW, AND INCLUDED
      * IN THE CUSTDOSS COMPLIANCE DOSSIER.
      ***************************************************************
      * 10/14/26 RPI 2219 INITIAL CODING
      * 10/15/26 RPI 2232 KEYED ON THE PERMANENT CUST-NUMBER INSTEAD
      *                   OF THE CUSTOMER NAME, SO A NAME CHANGE NO
      *                   LONGER HAS TO MOVE THE LINKS TO A NEW KEY
      ***************************************************************
       01  CX-RECORD.
           05  CX-KEY.
               10  CX-CUST-NUMBER PIC 9(7).
               10  CX-ACCT-ID     PIC X(10).
           05  CX-ROLE            PIC X.
               88  CX-ROLE-OWNER        VALUE 'O'.
               88  CX-ROLE-JOINT        VALUE 'J'.
           05  CX-OPEN-DATE       PIC 9(8).
           05  CX-CLOSE-DATE      PIC 9(8).
               88  CX-LINK-OPEN         VALUE 0.
           05  CX-OPID            PIC X(3).
