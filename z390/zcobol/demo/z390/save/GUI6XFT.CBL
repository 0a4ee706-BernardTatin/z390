      * 09/01/26 RPI 2186 EXTRACT LAYOUT V003/179 - TRAILING
      *                   EXTR-REASON-CD ADDED BY GUI6EXT, EXPECTED
      *                   HEADER VERSION BUMPED TO MATCH
      * 10/15/26 RPI 2232 EXTRACT LAYOUT V005/187 - TRAILING
      *                   EXTR-CUST-NUMBER ADDED BY GUI6EXT, EXPECTED
      *                   HEADER VERSION BUMPED TO MATCH
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUI6XFT.
       DATA DIVISION.
       FILE SECTION.
       FD  GUI6-EXTRACT.
       01  EXTR-LINE                PIC X(187).
       FD  GUI6XFT-OUT.
       01  RPT-LINE                 PIC X(80).
       FD  BATCH-LOG-FILE.
           02  EXTH-TYPE            PIC X(1).
           02  EXTH-LAYOUT-VERSION  PIC 9(3).
           02  EXTH-REC-LEN         PIC 9(5).
       01  WS-EXPECTED-VERSION      PIC 9(3) VALUE 005.
       01  WS-EXPECTED-REC-LEN      PIC 9(5) VALUE 00187.
       01  WS-HDR-OK-SW             PIC X VALUE 'N'.
           88  WS-HEADER-OK              VALUE 'Y'.

           02  EXTR-CUST-STATUS     PIC X.
           02  EXTR-REASON-CD       PIC X(3).
           02  EXTR-CHANGE-TYPE     PIC X.
           02  EXTR-CUST-NUMBER     PIC 9(7).
       01  WS-EOF-SW                PIC X VALUE 'N'.
           88  WS-NO-MORE-EXTR           VALUE 'Y'.
       01  WS-RUN-DATE.
