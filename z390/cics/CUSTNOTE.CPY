      * CUST-RECORD HAS THREE FIELDS AND GUI6HIST ONLY CAPTURES FIELD
      * CHANGES, SO "CUSTOMER DISPUTES THE MARCH ADDRESS CHANGE" OR
      * "DO NOT CALL BEFORE NOON" LIVED ON PAPER. ONE RECORD PER NOTE
      * LINE, KEYED CUSTOMER NUMBER + SEQUENCE SO ONE STARTBR WALKS A
      * CUSTOMER'S NOTES IN THE ORDER THEY WERE TAKEN. VIEWED AND
      * APPENDED THROUGH TESTGUIN (PF9 FROM THE GUI6 SCREEN) AND
      * INCLUDED IN THE CUSTDOSS COMPLIANCE DOSSIER.
      ***************************************************************
      * 09/01/26 RPI 2187 INITIAL CODING
      * 10/15/26 RPI 2224 ADDED NT-TAKEOVER-ALERT - THE SYSTEM OPERATOR
      *                   ID ON A NOTE THE GUI6ATO TAKEOVER SCREEN
      *                   ADDS, WHICH TESTGUI6 SHOWS AS AN ALERT WHILE
      *                   IT IS THE CUSTOMER'S LATEST NOTE
      * 10/15/26 RPI 2232 KEYED ON THE PERMANENT CUST-NUMBER INSTEAD
      *                   OF THE CUSTOMER NAME, SO A NAME CHANGE NO
      *                   LONGER HAS TO MOVE THE TRAIL TO A NEW KEY
      ***************************************************************
       01  NT-RECORD.
           05  NT-KEY.
               10  NT-CUST-NUMBER PIC 9(7).
               10  NT-SEQNO       PIC 9(3).
           05  NT-DATE            PIC 9(7).
           05  NT-TIME            PIC 9(7).
           05  NT-OPID            PIC X(3).
               88  NT-TAKEOVER-ALERT  VALUE '*AT'.
           05  NT-TEXT            PIC X(60).
