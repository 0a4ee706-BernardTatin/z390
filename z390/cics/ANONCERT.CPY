      ***************************************************************
      * ANONCERT.CPY - VSAM KSDS CERTIFICATES OF ERASURE. ONE RECORD
      * PER OFFBOARDED CUSTOMER WHOSE NAME AND ADDRESS THE CUSTANON
      * JOB HAS REPLACED WITH A PSEUDONYM TOKEN, KEYED BY THE
      * CUSTOMER'S PERMANENT NUMBER. AC-TOKEN IS THE PSEUDONYM NOW
      * STANDING IN FOR THE NAME ON EVERY FILE AND ARCHIVE, SO THE
      * SCRUBBED RECORDS STILL LINK UP. AC-SCRUB-COUNTS SAYS HOW MANY
      * RECORDS WERE SCRUBBED ON EACH FILE - THE PROOF, FOR THE
      * PRIVACY OFFICE, OF WHAT WAS ERASED WHERE. A CUSTOMER WITH A
      * CERTIFICATE IS NEVER PROCESSED AGAIN. AC-SCRUB-CNT REDEFINES
      * THE COUNTS AS A TABLE IN THE SAME ORDER.
      ***************************************************************
      * 10/15/26 RPI 2238 INITIAL CODING
      * 10/15/26 RPI 2264 AC-SOADEADL-CNT AND AC-SOADLARC-CNT ADDED
      *                   FOR THE DEAD LETTERS CUSTANON NOW SCRUBS
      ***************************************************************
       01  AC-RECORD.
           05  AC-KEY.
               10  AC-CUST-NUMBER     PIC 9(7).
           05  AC-TOKEN               PIC X(12).
           05  AC-OFFBOARD-DATE       PIC 9(8).
           05  AC-ERASED-DATE         PIC 9(8).
           05  AC-ERASED-TIME         PIC 9(6).
           05  AC-RETENTION-DAYS      PIC 9(5).
           05  AC-SCRUB-COUNTS.
               10  AC-GUI6HIST-CNT    PIC 9(5).
               10  AC-GUI6HARC-CNT    PIC 9(5).
               10  AC-CUSTFARC-CNT    PIC 9(5).
               10  AC-CUSTJRNL-CNT    PIC 9(5).
               10  AC-BREADLOG-CNT    PIC 9(5).
               10  AC-CUSTNOTE-CNT    PIC 9(5).
               10  AC-CUSTADDR-CNT    PIC 9(5).
               10  AC-CARCARCH-CNT    PIC 9(5).
               10  AC-BREADARC-CNT    PIC 9(5).
               10  AC-ADRNARCH-CNT    PIC 9(5).
               10  AC-PMTAARCH-CNT    PIC 9(5).
               10  AC-SOADEADL-CNT    PIC 9(5).
               10  AC-SOADLARC-CNT    PIC 9(5).
           05  AC-SCRUB-TBL REDEFINES AC-SCRUB-COUNTS.
               10  AC-SCRUB-CNT       PIC 9(5) OCCURS 13 TIMES.
