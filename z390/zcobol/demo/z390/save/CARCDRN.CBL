      *          home on CUSTFARC first.
      ***************************************************************
      * 09/01/26 RPI 2200 INITIAL CODING
      * 10/15/26 RPI 2232 THE CARC COPY NOW ENDS WITH THE CUSTOMER'S
      *                   PERMANENT NUMBER, THE SAME AS GUI6PURG'S
      *                   CUSTFARC LINE (89 -> 97 BYTES)
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARCDRN.
       DATA DIVISION.
       FILE SECTION.
       FD  CARC-EXTRACT.
       01  CARC-LINE               PIC X(97).
       FD  ARCH-FILE.
       01  ARCH-LINE       PIC X(97).
       FD  CUSTFARC-FILE.
       01  CUSTFARC-LINE           PIC X(100).
       FD  BATCH-LOG-FILE.
           PERFORM READ-CARC-RECORD
           PERFORM UNTIL WS-NO-MORE-CARC
               MOVE SPACES TO CUSTFARC-LINE
               MOVE CARC-LINE TO CUSTFARC-LINE(1:97)
               WRITE CUSTFARC-LINE
               ADD 1 TO WS-DRAINED-CNT
               PERFORM READ-CARC-RECORD
