      ***************************************************************
      * ACKWORK.CPY - VSAM KSDS CORRECTION WORKLIST OF GUI6EXTR DETAIL
      * RECORDS THE DOWNSTREAM CUSTOMER-MASTER RUN REJECTED. GUI6ACKR
      * RECONCILES THE CONSUMER'S GUI6ACK ACKNOWLEDGMENT AGAINST THE
      * EXTRACT AS SENT AND WRITES ONE ENTRY PER REJECTED DETAIL,
      * KEYED ON THE CUSTOMER'S PERMANENT NUMBER, THE EXTRACT DATE
      * AND THE DETAIL'S SEQUENCE WITHIN THAT EXTRACT, CARRYING THE
      * CONSUMER'S REASON CODE AND WHAT WAS SENT. AN ENTRY IS OPEN
      * UNTIL AN OPERATOR RE-DRIVES THE CUSTOMER THROUGH TESTGUI6 -
      * THE CUSTOMER IS FLAGGED WHEN OPENED, AND THE NEXT CHANGE
      * ACCEPTED FOR THEM (WHICH THE NEXT GUI6EXT RUN RE-SENDS)
      * MARKS EVERY OPEN ENTRY RESOLVED WITH WHO, WHEN AND THE NEW
      * HIST-TASKN. RESOLVED ENTRIES STAY ON FILE AS THE TRAIL.
      ***************************************************************
      * 10/15/26 RPI 2245 INITIAL CODING
      ***************************************************************
       01  AW-RECORD.
           05  AW-KEY.
               10  AW-CUST-NUMBER     PIC 9(7).
               10  AW-EXTR-DATE       PIC 9(8).
               10  AW-EXTR-SEQ        PIC 9(7).
           05  AW-STATUS              PIC X.
               88  AW-OPEN                  VALUE 'O'.
               88  AW-RESOLVED              VALUE 'R'.
           05  AW-REJECT-CD           PIC X(4).
           05  AW-CUST-NAME           PIC X(40).
           05  AW-NEW-ADDR            PIC X(40).
           05  AW-NEW-ZIP             PIC X(5).
           05  AW-CHANGE-TYPE         PIC X.
           05  AW-LOGGED-DATE         PIC 9(8).
           05  AW-RESOLVED-OPID       PIC X(3).
           05  AW-RESOLVED-DATE       PIC 9(8).
           05  AW-RESOLVED-TIME       PIC 9(6).
           05  AW-RESOLVED-TASKN      PIC 9(7).
