      ***************************************************************
      * RELLIST.CPY - parameter area for the shared RELLIST active-
      * relationship lookup. Caller supplies the customer number, the
      * date the relationships must be active on (normally today) and
      * the CUSTREL and CUSTFIL dataset names to read (the training
      * shadows under a GT transid), and gets back how many active
      * relationships the customer is in and the first 20 of them in
      * key order, each with the other party's number and name, the
      * type, the role, the start date, the document reference and a
      * description worded from this customer's side. A related
      * customer no longer on CUSTFIL comes back with a blank name.
      ***************************************************************
      * 10/15/26 RPI 2234 INITIAL CODING
      ***************************************************************
       01  RELLIST-PARMS.
           05  RL-CUST-NUMBER     PIC 9(7).
           05  RL-AS-OF-DATE      PIC 9(8).
           05  RL-CUSTREL-DD      PIC X(8).
           05  RL-CUSTFIL-DD      PIC X(8).
           05  RL-ACTIVE-CNT      PIC 9(3).
           05  RL-LISTED-CNT      PIC 9(2).
           05  RL-ENTRY OCCURS 20 TIMES.
               10  RL-RELATED-NUMBER PIC 9(7).
               10  RL-RELATED-NAME   PIC X(40).
               10  RL-TYPE           PIC X.
               10  RL-ROLE           PIC X.
               10  RL-START          PIC 9(8).
               10  RL-DOC-REF        PIC X(20).
               10  RL-DESC           PIC X(12).
