      * both to validate a keyed currency code and to convert.
      ***************************************************************
      * 09/01/26 RPI 2199 INITIAL CODING
      * 10/14/26 RPI 2220 ADDED LK-FXC-AS-OF-DATE (YYYYMMDD), PASSED
      *                   THROUGH TO FXRATE - SPACES CONVERTS AT
      *                   TODAY'S RATES, ANY EARLIER DATE AT THE RATES
      *                   IN FORCE ON THAT DAY
      ***************************************************************
       01  FXRATEC-PARMS.
           05  LK-FXC-FROM-CCY     PIC X(3).
           05  LK-FXC-OUT-AMT      PIC S9(9)V99 COMP-3.
           05  LK-FXC-OK-SW        PIC X.
               88  LK-FXC-OK           VALUE 'Y'.
           05  LK-FXC-AS-OF-DATE   PIC X(8).
