      *****************************************************************
      * VSAM KSDS RECORD LAYOUT FOR THE GUI6 CUSTOMER MASTER FILE.
      * KEYED BY THE PERMANENT CUSTOMER NUMBER TESTGUIA ISSUES THROUGH
      * SEQGEN AT ADD TIME. CUST-NAME IS A UNIQUE ALTERNATE KEY - THE
      * CUSTNAME PATH ONLINE (CUSTNAMT FOR THE TRAINING SHADOW), AN
      * ALTERNATE RECORD KEY IN BATCH - SO A LOOKUP OR DUPLICATE CHECK
      * BY NAME STILL WORKS, BUT A NAME CHANGE IS A FIELD CHANGE.
      *
      * 09/01/26 RPI 2170 ADDED CUST-STATUS SO A CLOSED ACCOUNT CAN
      *                   BE MARKED INACTIVE/DECEASED/DO-NOT-CONTACT
      *                   CUSTOMER. SPACE READS AS ACTIVE SO EVERY
      *                   RECORD WRITTEN BEFORE THIS FIELD EXISTED
      *                   KEEPS ITS OLD BEHAVIOR.
      * 10/15/26 RPI 2231 ADDED CUST-LAST-UPD, STAMPED BY EVERY WRITER
      *                   WITH THE OPERATOR ID AND EIBDATE/EIBTIME-FORM
      *                   DATE AND TIME OF THE WRITE, SO AN UPDATE CAN
      *                   TELL WHETHER THE RECORD CHANGED SINCE IT WAS
      *                   SHOWN (SEE CUSTVER). SPACES MEAN NOT RECORDED
      *                   - A RECORD LAST WRITTEN BEFORE THE FIELD
      *                   EXISTED, OR ONE RELOADED BY A BATCH RECOVERY.
      * 10/15/26 RPI 2232 CUST-NUMBER REPLACES CUST-NAME AS THE KEY -
      *                   THE NAME KEY MEANT EVERY NAME CORRECTION
      *                   DELETED AND RE-WROTE THE CUSTOMER AND CARRIED
      *                   NOTES, ACCOUNT LINKS AND CROSS-REFERENCES TO
      *                   THE NEW NAME. EVERY DEPENDENT FILE NOW CARRIES
      *                   THE NUMBER. CUSTCONV ASSIGNED THE NUMBERS OF
      *                   THE CUSTOMERS ON FILE AT CONVERSION.
      *****************************************************************
       01  CUST-RECORD.
           05  CUST-KEY.
               10  CUST-NUMBER    PIC 9(7).
           05  CUST-NAME          PIC X(40).
           05  CUST-ADDR          PIC X(40).
           05  CUST-ZIP           PIC X(5).
           05  CUST-STATUS        PIC X.
               88  CUST-INACTIVE            VALUE 'I'.
               88  CUST-DECEASED            VALUE 'D'.
               88  CUST-DO-NOT-CONTACT      VALUE 'N'.
           05  CUST-LAST-UPD.
               10  CUST-LAST-UPD-OPID PIC X(3).
               10  CUST-LAST-UPD-DATE PIC 9(7).
               10  CUST-LAST-UPD-TIME PIC 9(7).
