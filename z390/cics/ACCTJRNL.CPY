      ***************************************************************
      * ACCTJRNL.CPY - CHANGE JOURNAL FOR THE DFPACCT ACCOUNT MASTER.
      * EVERY ACCTMNT ADD ('A'), CHANGE ('C') AND CLOSE ('X') WRITES
      * ONE OF THESE - THE WHOLE ACCOUNT RECORD BEFORE AND AFTER, WHO
      * MADE THE CHANGE AND WHEN - SO "WHO MOVED THIS RATE" IS
      * ANSWERABLE AND A RESTORED MASTER CAN BE ROLLED FORWARD THE
      * SAME WAY CUSTJRNL ROLLS CUSTFIL. KEYED BY A SEQGEN-ISSUED
      * SEQUENCE NUMBER SO THE JOURNAL READS BACK IN THE ORDER THE
      * CHANGES WERE MADE. THE IMAGES ARE DFPACCT.CPY'S ACCT-REC.
      ***************************************************************
      * 10/14/26 RPI 2218 INITIAL CODING
      ***************************************************************
       01  AJ-RECORD.
           05  AJ-KEY.
               10  AJ-SEQNO       PIC 9(7).
           05  AJ-ACTION          PIC X.
               88  AJ-ACTION-ADD        VALUE 'A'.
               88  AJ-ACTION-CHANGE     VALUE 'C'.
               88  AJ-ACTION-CLOSE      VALUE 'X'.
           05  AJ-PROGRAM         PIC X(8).
           05  AJ-OPID            PIC X(3).
           05  AJ-DATE            PIC 9(8).
           05  AJ-TIME            PIC 9(6).
           05  AJ-ACCT-ID         PIC X(10).
           05  AJ-BEFORE          PIC X(84).
           05  AJ-AFTER           PIC X(84).
