      ***************************************************************
      * INCEVT.CPY - VSAM KSDS OF THE EVENTS FILED UNDER EACH INCREG
      * INCIDENT, KEYED BY INCIDENT NUMBER AND A SEQUENCE WITHIN IT,
      * SO INCVIEW CAN LIST AN INCIDENT'S EVENTS IN THE ORDER INCGRP
      * FILED THEM. IEV-SOURCE-KEY POINTS BACK AT THE ORIGINAL: THE
      * ABNDLOG OR OOBLOG SEQNO, OR A DEAD LETTER'S CORRELATION ID.
      * IEV-CODE IS THE ABEND CODE, 'OOB', OR THE DEAD LETTER'S
      * SERVICE NAME. IEV-GROUPED-BY SAYS WHY THE EVENT JOINED ITS
      * INCIDENT.
      ***************************************************************
      * 10/15/26 RPI 2257 INITIAL CODING
      ***************************************************************
       01  IEV-RECORD.
           05  IEV-KEY.
               10  IEV-INC-NUMBER     PIC 9(7).
               10  IEV-SEQ            PIC 9(5).
           05  IEV-SOURCE             PIC X.
               88  IEV-FROM-ABNDLOG         VALUE 'A'.
               88  IEV-FROM-OOBLOG          VALUE 'O'.
               88  IEV-FROM-DEADLTR         VALUE 'D'.
           05  IEV-SOURCE-KEY         PIC X(16).
           05  IEV-PROGRAM            PIC X(8).
           05  IEV-CODE               PIC X(8).
           05  IEV-CORR-ID            PIC X(16).
           05  IEV-DATE               PIC 9(8).
           05  IEV-TIME               PIC 9(6).
           05  IEV-GROUPED-BY         PIC X.
               88  IEV-BY-FIRST             VALUE 'F'.
               88  IEV-BY-CORR-ID           VALUE 'C'.
               88  IEV-BY-PROGRAM           VALUE 'P'.
               88  IEV-BY-TIME-WINDOW       VALUE 'T'.
