      ***************************************************************
      * CUSTCASE.CPY - VSAM KSDS CUSTOMER DISPUTE/COMPLAINT CASE FILE.
      * A CUSTOMER WHO DISPUTES A CHANGE ("I NEVER MOVED") OR FILES A
      * COMPLAINT USED TO LEAVE NOTHING BUT A CUSTNOTE LINE, SO NOBODY
      * COULD SAY WHICH CASES WERE OPEN, WHO OWNED THEM OR HOW OLD
      * THEY WERE. ONE RECORD PER CASE, KEYED BY A CASE NUMBER ISSUED
      * BY THE SHARED SEQGEN COUNTER (NAME 'CUSTCASE'). CSE-LINK
      * HOLDS THE GUI6HIST TASK NUMBERS THE CASE IS ABOUT - 'D' A
      * CHANGE UNDER DISPUTE, 'V' A TESTGUIR REVERT STAGED TO SETTLE
      * IT. CSE-STATUS USES THE SAME OPEN/INVESTIGATING/RESOLVED
      * CODES AS OOBLOG EVENTS, SPACE READING AS OPEN. OPENED,
      * UPDATED AND CLOSED THROUGH CASEMNT; AGED BY OWNER EACH NIGHT
      * BY CASEAGE.
      ***************************************************************
      * 10/15/26 RPI 2236 INITIAL CODING
      ***************************************************************
       01  CSE-RECORD.
           05  CSE-KEY.
               10  CSE-CASE-NUMBER    PIC 9(7).
           05  CSE-CUST-NUMBER        PIC 9(7).
           05  CSE-CATEGORY           PIC X.
               88  CSE-CAT-DISPUTE          VALUE 'D'.
               88  CSE-CAT-COMPLAINT        VALUE 'C'.
               88  CSE-CAT-FRAUD            VALUE 'F'.
               88  CSE-CAT-OTHER            VALUE 'O'.
               88  CSE-VALID-CATEGORY       VALUE 'D' 'C' 'F' 'O'.
           05  CSE-STATUS             PIC X.
               88  CSE-OPEN                 VALUE ' ' 'O'.
               88  CSE-INVESTIGATING        VALUE 'I'.
               88  CSE-RESOLVED             VALUE 'R'.
           05  CSE-OWNER-OPID         PIC X(3).
           05  CSE-TARGET-DATE        PIC 9(8).
           05  CSE-SUMMARY            PIC X(40).
           05  CSE-LINK-CNT           PIC 9.
           05  CSE-LINK OCCURS 5 TIMES.
               10  CSE-LINK-TASKN     PIC 9(7).
               10  CSE-LINK-KIND      PIC X.
                   88  CSE-LINK-DISPUTED    VALUE 'D'.
                   88  CSE-LINK-REVERT      VALUE 'V'.
           05  CSE-OPENED-OPID        PIC X(3).
           05  CSE-OPENED-DATE        PIC 9(8).
           05  CSE-RESOLVED-OPID      PIC X(3).
           05  CSE-RESOLVED-DATE      PIC 9(8).
           05  CSE-UPD-OPID           PIC X(3).
           05  CSE-UPD-DATE           PIC 9(8).
           05  CSE-UPD-TIME           PIC 9(6).
