      ***************************************************************
      * CUSTFLAG.CPY - VSAM KSDS CUSTOMER CAUTION-FLAG FILE. A NOTE
      * ON CUSTNOTE IS ONLY SEEN BY AN OPERATOR WHO THINKS TO PRESS
      * PF9, SO A CUSTOMER WHO NEEDS A WARNING IN FRONT OF EVERY
      * OPERATOR - SUSPECTED FRAUD, AN IDENTITY-THEFT VICTIM, VIP
      * HANDLING, A COURT ORDER IN EFFECT - CARRIES A FLAG HERE
      * INSTEAD. ONE RECORD PER CUSTOMER PER FLAG TYPE. A FLAG IS IN
      * FORCE THROUGH THE END OF CFL-EXPIRY AND IS IGNORED FROM THE
      * DAY AFTER, SO IT EXPIRES WITHOUT ANYONE TOUCHING IT; THE
      * NIGHTLY CFLAGEXP JOB THEN DELETES IT. CFL-REASON IS SIZED TO
      * SHOW IN FULL ON THE GUI6 MESSAGE LINE AFTER 'CAUTION '.
      * CFL-UPD-DATE/TIME MOVE ON EVERY SET OR EXTEND, WHICH IS WHAT
      * MAKES EVERY OPERATOR ACKNOWLEDGE THE FLAG AFRESH (FLAGACK).
      * SET, EXTENDED AND CLEARED BY A SUPERVISOR THROUGH CUSTFLGM;
      * READ FOR THE GUI6 SCREEN BY THE SHARED FLAGCHK SUBPROGRAM.
      ***************************************************************
      * 10/15/26 RPI 2235 INITIAL CODING
      ***************************************************************
       01  CFL-RECORD.
           05  CFL-KEY.
               10  CFL-CUST-NUMBER    PIC 9(7).
               10  CFL-TYPE           PIC X.
                   88  CFL-FRAUD-SUSPECTED  VALUE 'F'.
                   88  CFL-IDENTITY-THEFT   VALUE 'I'.
                   88  CFL-VIP-HANDLING     VALUE 'V'.
                   88  CFL-COURT-ORDER      VALUE 'C'.
                   88  CFL-VALID-TYPE       VALUE 'F' 'I' 'V' 'C'.
           05  CFL-REASON             PIC X(26).
           05  CFL-SET-OPID           PIC X(3).
           05  CFL-SET-DATE           PIC 9(8).
           05  CFL-EXPIRY             PIC 9(8).
           05  CFL-UPD-OPID           PIC X(3).
           05  CFL-UPD-DATE           PIC 9(8).
           05  CFL-UPD-TIME           PIC 9(6).
