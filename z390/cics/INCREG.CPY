      ***************************************************************
      * INCREG.CPY - VSAM KSDS INCIDENT REGISTER. ONE OUTAGE USED TO
      * SHOW UP AS ABENDS IN ABNDLOG (TESTBECQ), OUT-OF-BALANCE
      * EVENTS IN OOBLOG (OOBLOGQ) AND DEAD-LETTERED SERVICE CALLS
      * (SOADEADR), AND NOBODY SAW THAT IT WAS ONE INCIDENT. THE
      * NIGHTLY INCGRP STEP PULLS EACH NEW EVENT FROM ALL THREE AND
      * FILES IT UNDER AN INCIDENT HERE - EVENTS SHARING A
      * CORRELATION ID, THE SAME PROGRAM, OR A SHORT TIME WINDOW ARE
      * ONE INCIDENT - WITH THE EVENTS THEMSELVES ON INCEVT. OWNER
      * AND STATUS ARE WORKED THROUGH THE INCVIEW TRANSACTION THE
      * SAME WAY CUSTCASE CASES ARE; SPACE READS AS OPEN. INCGRP
      * KEEPS ADDING EVENTS TO AN INCIDENT UNTIL IT IS RESOLVED.
      ***************************************************************
      * 10/15/26 RPI 2257 INITIAL CODING
      ***************************************************************
       01  INC-RECORD.
           05  INC-KEY.
               10  INC-NUMBER         PIC 9(7).
           05  INC-STATUS             PIC X.
               88  INC-OPEN                 VALUE ' ' 'O'.
               88  INC-INVESTIGATING        VALUE 'I'.
               88  INC-RESOLVED             VALUE 'R'.
           05  INC-OWNER-OPID         PIC X(3).
           05  INC-FIRST-DATE         PIC 9(8).
           05  INC-FIRST-TIME         PIC 9(6).
           05  INC-LAST-DATE          PIC 9(8).
           05  INC-LAST-TIME          PIC 9(6).
           05  INC-PROGRAM            PIC X(8).
           05  INC-CORR-ID            PIC X(16).
           05  INC-ABND-CNT           PIC 9(5).
           05  INC-OOB-CNT            PIC 9(5).
           05  INC-DEAD-CNT           PIC 9(5).
           05  INC-OPENED-DATE        PIC 9(8).
           05  INC-UPD-OPID           PIC X(3).
           05  INC-UPD-DATE           PIC 9(8).
