      * 09/01/26 RPI 2186 EXTRACT LAYOUT V003/179 - TRAILING
      *                   EXTR-REASON-CD ADDED BY GUI6EXT, EXPECTED
      *                   HEADER VERSION BUMPED TO MATCH
      * 10/15/26 RPI 2232 EXTRACT LAYOUT V005/187 - TRAILING
      *                   EXTR-CUST-NUMBER ADDED BY GUI6EXT, EXPECTED
      *                   HEADER VERSION BUMPED TO MATCH
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUI6DUP.
       DATA DIVISION.
       FILE SECTION.
       FD  GUI6-EXTRACT-TODAY.
       01  TODAY-LINE               PIC X(187).
       FD  GUI6-EXTRACT-YEST.
       01  YEST-LINE                PIC X(187).
       FD  GUI6DUP-RPT.
       01  DUP-LINE                 PIC X(80).
       FD  BATCH-LOG-FILE.
           02  EXTH-TYPE            PIC X(1).
           02  EXTH-LAYOUT-VERSION  PIC 9(3).
           02  EXTH-REC-LEN         PIC 9(5).
       01  WS-EXPECTED-VERSION      PIC 9(3) VALUE 005.
       01  WS-EXPECTED-REC-LEN      PIC 9(5) VALUE 00187.
       01  WS-HDR-OK-SW             PIC X VALUE 'N'.
           88  WS-HEADER-OK              VALUE 'Y'.
       01  WS-HDR-FILE-NAME         PIC X(8).
       01  WS-HDR-LINE              PIC X(187).

       01  WS-TODAY-DETAIL.
           02  TODAY-TYPE           PIC X(1).
