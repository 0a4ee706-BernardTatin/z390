      ***************************************************************
      * FLAGACK.CPY - VSAM KSDS CAUTION-FLAG ACKNOWLEDGMENT LOG. ONE
      * RECORD EACH TIME AN OPERATOR PRESSES PF12 ON THE GUI6 SCREEN
      * TO ACKNOWLEDGE A CUSTOMER'S CAUTION FLAGS (CUSTFLAG), KEYED
      * CUSTOMER/OPERATOR/DATE/TIME SO ONE POSITIONED READ ANSWERS
      * "HAS THIS OPERATOR ACKNOWLEDGED THIS CUSTOMER SINCE ...".
      * AN ACKNOWLEDGMENT HOLDS FOR THE REST OF THAT DAY, UNTIL A
      * SUPERVISOR SETS OR EXTENDS A FLAG AGAIN. FAK-TYPES LISTS THE
      * FLAG TYPES IN FORCE WHEN IT WAS GIVEN. NEVER UPDATED OR
      * DELETED - IT IS THE AUDIT TRAIL OF WHO WAS WARNED AND WHEN.
      ***************************************************************
      * 10/15/26 RPI 2235 INITIAL CODING
      ***************************************************************
       01  FAK-RECORD.
           05  FAK-KEY.
               10  FAK-CUST-NUMBER    PIC 9(7).
               10  FAK-OPID           PIC X(3).
               10  FAK-DATE           PIC 9(8).
               10  FAK-TIME           PIC 9(6).
           05  FAK-TRMID              PIC X(4).
           05  FAK-TRNID              PIC X(4).
           05  FAK-TYPES              PIC X(4).
