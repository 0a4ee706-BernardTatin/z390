      *                   AND THE APPROVED RECORD IS THE CUSTOMER'S
      *                   TERMINAL HISTORY ENTRY (OLD = THE REMOVED
      *                   VALUES, NEW = SPACES).
      * 10/15/26 RPI 2232 ADDED HIST-CUST-NUMBER - THE PERMANENT
      *                   CUSTFIL NUMBER OF THE CUSTOMER THE RECORD
      *                   BELONGS TO. THE OLD/NEW NAMES ARE NOW ONLY
      *                   FIELD VALUES, SO A CUSTOMER'S HISTORY IS
      *                   FOUND BY NUMBER ACROSS ANY NAME CHANGE.
      *                   CUSTCONV BACK-FILLED IT ON EXISTING RECORDS.
      * 10/15/26 RPI 2240 ADDED HIST-AIX-KEYS - THREE ALTERNATE KEYS
      *                   (ALL WITH DUPLICATES) SO A CUSTOMER'S HISTORY
      *                   IS A KEYED BROWSE INSTEAD OF A FULL-FILE
      *                   SCAN: HIST-CUST-DATE-KEY (CUSTOMER NUMBER,
      *                   DATE, TIME - THE GUI6HCUS PATH ONLINE,
      *                   GUI6HCUT FOR THE TRAINING SHADOW), AND
      *                   HIST-OLD-NAME-KEY/HIST-NEW-NAME-KEY (EACH
      *                   NAME SIDE, DATE, TIME - THE GUI6HONM AND
      *                   GUI6HNNM PATHS) FOR RECORDS FOUND BY NAME.
      *                   THE KEYS ARE COPIES OF THE FIELDS ABOVE, SET
      *                   BY THE SHARED HISTAIX SUBPROGRAM IMMEDIATELY
      *                   BEFORE EVERY WRITE AND REWRITE; GUI6HCNV
      *                   BACK-FILLED THEM ON EXISTING RECORDS. BATCH
      *                   SELECTS DECLARE ALL THREE ALTERNATE KEYS.
      *****************************************************************
       01  HIST-RECORD.
           05  HIST-KEY.
           05  HIST-PAY-CCY       PIC X(3).
           05  HIST-PAYMEI-USD    PIC S9(9)V99 COMP-3.
           05  HIST-PAYME1I-USD   PIC S9(9)V99 COMP-3.
           05  HIST-CUST-NUMBER   PIC 9(7).
           05  HIST-AIX-KEYS.
               10  HIST-CUST-DATE-KEY.
                   15  HIST-CK-CUST-NUMBER PIC 9(7).
                   15  HIST-CK-DATE        PIC 9(7).
                   15  HIST-CK-TIME        PIC 9(7).
               10  HIST-OLD-NAME-KEY.
                   15  HIST-OK-NAME        PIC X(40).
                   15  HIST-OK-DATE        PIC 9(7).
                   15  HIST-OK-TIME        PIC 9(7).
               10  HIST-NEW-NAME-KEY.
                   15  HIST-NK-NAME        PIC X(40).
                   15  HIST-NK-DATE        PIC 9(7).
                   15  HIST-NK-TIME        PIC 9(7).
