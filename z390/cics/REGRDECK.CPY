      ***************************************************************
      * REGRDECK.CPY - standard scenario deck for the TESTREGR
      * regression harness, run whenever no REGRSCN cards are
      * supplied. Each card is held as its first 21 columns and its
      * last 59 (the value field), in the REGRSCN card layout that
      * TESTREGR's header documents. The deck carries the old
      * TESTBECS scenarios plus the edits that needed new program
      * code to cover before. Add a case by adding its cards here,
      * raising RD-CARD-CNT and the OCCURS, and recompiling TESTREGR.
      ***************************************************************
      * 10/15/26 RPI 2261 INITIAL CODING
      ***************************************************************
       01  RD-VALUES.
      * TESTBEC2 - A COMMAREA SHORTER THAN INCOMM IS LOGGED SHORT AND
      * RETURNS CLEANLY (RPI 2040)
           05  FILLER PIC X(21) VALUE 'C BEC2SHRT TESTBEC2  '.
           05  FILLER PIC X(59) VALUE
               'LINK  0003 SHORT COMMAREA INTO TESTBEC2'.
           05  FILLER PIC X(21) VALUE 'D AT         0001 03 '.
           05  FILLER PIC X(59) VALUE 'QUO'.
           05  FILLER PIC X(21) VALUE 'E RT         0000 00 '.
           05  FILLER PIC X(59) VALUE '0000'.
           05  FILLER PIC X(21) VALUE 'E QTBAUD     0021 08 '.
           05  FILLER PIC X(59) VALUE 'SHORT'.
      * TESTBEC2 - AN UNRECOGNIZED INCOMM (THE OLD TESTBECS BADCOD
      * SCENARIO)
           05  FILLER PIC X(21) VALUE 'C BEC2BAD  TESTBEC2  '.
           05  FILLER PIC X(59) VALUE
               'LINK  0007 UNRECOGNIZED INCOMM INTO TESTBEC2'.
           05  FILLER PIC X(21) VALUE 'D AT         0001 07 '.
           05  FILLER PIC X(59) VALUE 'BADCOD'.
           05  FILLER PIC X(21) VALUE 'E QTBAUD     0014 15 '.
           05  FILLER PIC X(59) VALUE 'BADCOD BADCOMM'.
      * TESTBEC2 QUOTE2 LEG - IT ENDS IN RETURN TRANSID/COMMAREA, SO
      * IT IS STARTED AS ITS OWN TASK RATHER THAN LINKED
           05  FILLER PIC X(21) VALUE 'C BEC2Q2   BEC2      '.
           05  FILLER PIC X(59) VALUE 'START 0007 TESTBEC2 QUOTE2 LEG'.
           05  FILLER PIC X(21) VALUE 'D AT         0001 07 '.
           05  FILLER PIC X(59) VALUE 'QUOTE2'.
           05  FILLER PIC X(21) VALUE 'E QTBAUD     0014 15 '.
           05  FILLER PIC X(59) VALUE 'QUOTE2 QUOTE2'.
      * TESTBEC2 QUOTE3 LEG - ENDS IN XCTL, STARTED AS ITS OWN TASK
           05  FILLER PIC X(21) VALUE 'C BEC2Q3   BEC2      '.
           05  FILLER PIC X(59) VALUE 'START 0007 TESTBEC2 QUOTE3 LEG'.
           05  FILLER PIC X(21) VALUE 'D AT         0001 07 '.
           05  FILLER PIC X(59) VALUE 'QUOTE3'.
           05  FILLER PIC X(21) VALUE 'E QTBAUD     0014 15 '.
           05  FILLER PIC X(59) VALUE 'QUOTE3 QUOTE3'.
      * TESTBEC3 FINAL-QUOTE LEG - PLAIN RETURN, LINKED WITH NO
      * COMMAREA
           05  FILLER PIC X(21) VALUE 'C BEC3FIN  TESTBEC3  '.
           05  FILLER PIC X(59) VALUE
               'LINK  0000 TESTBEC3 FINAL-QUOTE LEG'.
           05  FILLER PIC X(21) VALUE 'E QTBAUD     0021 08 '.
           05  FILLER PIC X(59) VALUE 'FINAL'.
      * TESTGUI6 PAYMENT CURRENCY EDIT - A CODE NOT ON THE FXRATE
      * TABLE LEAVES LK-FXC-OK-SW 'N' (FXRATEC.CPY LAYOUT, 100.00)
           05  FILLER PIC X(21) VALUE 'C GUI6CCYX FXRATEC   '.
           05  FILLER PIC X(59) VALUE
               'CALL  0027 TESTGUI6 REJECTS A BAD PAYMENT CCY'.
           05  FILLER PIC X(21) VALUE 'D AT         0001 06 '.
           05  FILLER PIC X(59) VALUE 'XYZUSD'.
           05  FILLER PIC X(21) VALUE 'D AX         0007 06 '.
           05  FILLER PIC X(59) VALUE '00000010000C'.
           05  FILLER PIC X(21) VALUE 'D AX         0013 06 '.
           05  FILLER PIC X(59) VALUE '00000000000C'.
           05  FILLER PIC X(21) VALUE 'D AT         0019 01 '.
           05  FILLER PIC X(59) VALUE '?'.
           05  FILLER PIC X(21) VALUE 'E AT         0019 01 '.
           05  FILLER PIC X(59) VALUE 'N'.
      * TESTGUI6 PAYMENT CURRENCY EDIT - A TABLE CURRENCY PASSES
           05  FILLER PIC X(21) VALUE 'C GUI6CCYG FXRATEC   '.
           05  FILLER PIC X(59) VALUE
               'CALL  0027 TESTGUI6 ACCEPTS A TABLE PAYMENT CCY'.
           05  FILLER PIC X(21) VALUE 'D AT         0001 06 '.
           05  FILLER PIC X(59) VALUE 'GBPUSD'.
           05  FILLER PIC X(21) VALUE 'D AX         0007 06 '.
           05  FILLER PIC X(59) VALUE '00000010000C'.
           05  FILLER PIC X(21) VALUE 'D AX         0013 06 '.
           05  FILLER PIC X(59) VALUE '00000000000C'.
           05  FILLER PIC X(21) VALUE 'D AT         0019 01 '.
           05  FILLER PIC X(59) VALUE '?'.
           05  FILLER PIC X(21) VALUE 'E AT         0019 01 '.
           05  FILLER PIC X(59) VALUE 'Y'.
      * TESTGUIA REASON-CODE EDIT - A CODE NOT ON REASONCD READS
      * NOTFND (13), WHICH TESTGUIA REFUSES
           05  FILLER PIC X(21) VALUE 'C GUIARSN            '.
           05  FILLER PIC X(59) VALUE
               'NONE  0000 TESTGUIA REJECTS A REASON CODE NOT ON FILE'.
           05  FILLER PIC X(21) VALUE 'D KT         0001 03 '.
           05  FILLER PIC X(59) VALUE 'ZZZ'.
           05  FILLER PIC X(21) VALUE 'E KTREASONCD 0000 00 '.
           05  FILLER PIC X(59) VALUE '0013'.
       01  RD-TABLE REDEFINES RD-VALUES.
           05  RD-CARD OCCURS 30 TIMES PIC X(80).
       01  RD-CARD-CNT                PIC 9(3) VALUE 030.
