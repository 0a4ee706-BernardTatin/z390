      *          desk-checked, not redesigned.
      ***************************************************************
      * 09/01/26 RPI 2199 INITIAL CODING
      * 10/14/26 RPI 2220 LK-FXC-AS-OF-DATE PASSED THROUGH TO FXRATE'S
      *                   NEW LK-FXR-AS-OF-DATE, SO A CALLER CAN
      *                   CONVERT AT THE RATES IN FORCE ON AN EARLIER
      *                   DAY
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXRATEC.
           MOVE LK-FXC-IN-AMT   TO LK-FXR-IN-AMT
           MOVE LK-FXC-FROM-CCY TO LK-FXR-FROM-CCY
           MOVE LK-FXC-TO-CCY   TO LK-FXR-IN-CCY
           MOVE LK-FXC-AS-OF-DATE TO LK-FXR-AS-OF-DATE
           MOVE 0               TO LK-FXR-OUT-AMT
           CALL 'FXRATE' USING FXRATE-PARMS
           IF LK-FXR-OK
