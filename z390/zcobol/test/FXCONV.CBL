      *                   CAN CONVERT ITS ACCRUAL BALANCE INTO A
      *                   REPORTING CURRENCY AGAINST THE SAME RATES -
      *                   CONVERT-TO-TARGET-CCY NOW JUST CALLS IT
      * 10/14/26 RPI 2220 LK-FXR-AS-OF-DATE SET TO SPACES SO THE SELF-
      *                   CHECKS STILL RUN AGAINST TODAY'S RATES
      ***************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      * IS SET EXPLICITLY SO THE RPI 2180 CROSS-CURRENCY FXRATE
      * TREATS THIS EXACTLY AS THE ORIGINAL USD-SOURCE CONVERSION
           MOVE 'USD' TO LK-FXR-FROM-CCY
           MOVE SPACES TO LK-FXR-AS-OF-DATE
           MOVE WS-IN-AMT TO LK-FXR-IN-AMT
           MOVE WS-IN-CCY TO LK-FXR-IN-CCY
           CALL 'FXRATE' USING FXRATE-PARMS
