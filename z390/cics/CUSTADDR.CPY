      ***************************************************************
      * CUSTADDR.CPY - VSAM KSDS CUSTOMER ADDRESS FILE. CUSTFIL HOLDS
      * ONE ADDRESS PER CUSTOMER, SO A SEPARATE MAILING ADDRESS, A
      * WINTER ADDRESS OR A MOVE KEYED AHEAD OF TIME HAD NOWHERE TO
      * LIVE AND THE OLD ADDRESS WAS LOST THE MOMENT IT WAS CHANGED.
      * ONE RECORD PER CUSTOMER/TYPE/EFFECTIVE-FROM DATE, KEYED SO ONE
      * STARTBR WALKS A CUSTOMER'S ADDRESSES TYPE BY TYPE IN DATE
      * ORDER. A RECORD IS IN EFFECT ON A DATE WHEN CAD-EFF-FROM IS ON
      * OR BEFORE IT AND CAD-EFF-TO IS ZERO (OPEN-ENDED) OR AFTER IT -
      * THE TO-DATE IS THE FIRST DAY THE ADDRESS NO LONGER APPLIES.
      * A RECORD WHOSE TO-DATE HAS PASSED IS A PREVIOUS ADDRESS AND
      * STAYS ON FILE. CITY/STATE ARE THE ZIPREF VALUES FOR CAD-ZIP.
      * THE RESIDENTIAL TRAIL IS ROLLED BY TESTGUI6 AND GUI6BMNT
      * WHENEVER THE CUSTFIL ADDRESS OR ZIP CHANGES, SO CUSTFIL STAYS
      * THE CURRENT RESIDENTIAL ADDRESS; MAILING AND SEASONAL
      * ADDRESSES ARE KEYED THROUGH TESTGUID (PF2 FROM THE GUI6
      * SCREEN). BATCH PICKS THE ADDRESS IN EFFECT FOR A PURPOSE
      * THROUGH THE ADDRPICK SUBPROGRAM.
      ***************************************************************
      * 10/15/26 RPI 2233 INITIAL CODING
      ***************************************************************
       01  CAD-RECORD.
           05  CAD-KEY.
               10  CAD-CUST-NUMBER PIC 9(7).
               10  CAD-TYPE        PIC X.
                   88  CAD-RESIDENTIAL    VALUE 'R'.
                   88  CAD-MAILING        VALUE 'M'.
                   88  CAD-SEASONAL       VALUE 'S'.
               10  CAD-EFF-FROM    PIC 9(8).
           05  CAD-EFF-TO          PIC 9(8).
               88  CAD-OPEN-ENDED       VALUE 0.
           05  CAD-ADDR            PIC X(40).
           05  CAD-ZIP             PIC X(5).
           05  CAD-CITY            PIC X(20).
           05  CAD-STATE           PIC X(2).
           05  CAD-OPID            PIC X(3).
           05  CAD-UPD-DATE        PIC 9(8).
