      * PROGRAM CHANGE TO UPDATE.
      ***************************************************************
      * 09/01/26 RPI 2172 INITIAL CODING
      * 10/15/26 RPI 2243 ADDED ZR-STATUS, ZR-SUCCESSOR-ZIP AND
      *                   ZR-CHG-DATE, MAINTAINED BY THE ZIPRFSH
      *                   REFRESH JOB FROM THE POSTAL DELTA FILE. A
      *                   RETIRED ZIP STAYS ON FILE SO ITS CITY/STATE
      *                   STILL SHOWS FOR OLD ADDRESSES, BUT IS NO
      *                   LONGER ACCEPTED AS A NEW ZIP; A REALIGNED
      *                   ONE NAMES THE ZIP THAT REPLACED IT. SPACE
      *                   READS AS ACTIVE, SO A RECORD LOADED BEFORE
      *                   THE FIELDS EXISTED KEEPS ITS OLD BEHAVIOR.
      ***************************************************************
       01  ZIPREF-RECORD.
           05  ZR-KEY.
               10  ZR-ZIP         PIC X(5).
           05  ZR-CITY            PIC X(20).
           05  ZR-STATE           PIC X(2).
           05  ZR-STATUS          PIC X.
               88  ZR-ACTIVE                VALUE ' ' 'A'.
               88  ZR-RETIRED               VALUE 'R'.
           05  ZR-SUCCESSOR-ZIP   PIC X(5).
           05  ZR-CHG-DATE        PIC 9(8).
