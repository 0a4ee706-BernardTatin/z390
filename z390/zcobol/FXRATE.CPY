      * BOOKED IN EUR CAN BE REPORTED IN GBP DIRECTLY. LK-FXR-OK-SW
      * STAYS 'N' WHEN EITHER LEG'S CURRENCY IS MISSING FROM THE
      * TABLE.
      *
      * 10/14/26 RPI 2220 ADDED LK-FXR-AS-OF-DATE (YYYYMMDD) - CONVERT
      * AT THE RATES IN FORCE ON THAT DAY, TAKEN FROM THE FXRATEH
      * RATE HISTORY FXRATE KEEPS OF EVERY DAY'S ACCEPTED TABLE. A
      * CURRENCY WITH NO HISTORY LINE ON THAT DAY USES ITS NEAREST
      * EARLIER ONE. SPACES, ZERO, OR TODAY OR LATER IS TODAY'S
      * TABLE, EXACTLY AS BEFORE - EVERY CALLER MUST SET IT, SINCE
      * A LINKAGE COPYBOOK CARRIES NO VALUE CLAUSES.
      ***************************************************************
       01  FXRATE-PARMS.
           05  LK-FXR-IN-AMT       FLOAT-DECIMAL-16.
           05  LK-FXR-OK-SW        PIC X.
               88  LK-FXR-OK           VALUE 'Y'.
           05  LK-FXR-FROM-CCY     PIC X(3).
           05  LK-FXR-AS-OF-DATE   PIC X(8).
