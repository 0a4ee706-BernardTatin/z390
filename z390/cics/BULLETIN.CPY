      ***************************************************************
      * BULLETIN.CPY - VSAM KSDS SUPERVISOR BROADCAST BULLETIN FILE.
      * WHEN CUSTFIL IS SLOW, A POLICY CHANGES OR THE DAY-CLOSE IS
      * COMING EARLY, A SUPERVISOR USED TO WALK THE FLOOR OR SEND
      * EMAIL, AND OPERATORS FOUND OUT AFTER THEY HAD ALREADY KEYED
      * SOMETHING WRONG. ONE RECORD PER BULLETIN, KEYED BY A NUMBER
      * ISSUED BY THE SHARED SEQGEN COUNTER (NAME 'BULLETIN'). A
      * BULLETIN IS IN FORCE FROM BUL-START TO BUL-END (CCYYMMDD AND
      * HHMM, THE END MINUTE INCLUSIVE) AND IS SHOWN ON THE GUI6,
      * GUI6B AND GUI6P MESSAGE LINE OF EVERY OPERATOR IT TARGETS -
      * 'A' EVERY OPERATOR, 'L' EVERY OPERATOR OF OPERPROF AUTHORITY
      * LEVEL BUL-TARGET-LEVEL, 'T' ANY TERMINAL MATCHING ONE OF
      * BUL-TARGET-TERM (OPERPROF-STYLE PATTERNS, '*' MATCHES THE
      * REST OF THE ID). BUL-TEXT IS SIZED TO SHOW IN FULL ON THE
      * MESSAGE LINE AFTER A PREFIX. A HIGH-PRIORITY ('H') BULLETIN
      * MUST BE ACKNOWLEDGED WITH PF1, LOGGED TO BULLACK. ADDED AND
      * ENDED EARLY BY A SUPERVISOR THROUGH BULLMNT - AN ENDED
      * BULLETIN KEEPS ITS RECORD WITH THE END PULLED IN AND
      * BUL-END-OPID STAMPED, SO ITS ACKNOWLEDGMENTS STAY LISTABLE.
      * READ FOR THE SCREENS BY THE SHARED BULLCHK SUBPROGRAM.
      ***************************************************************
      * 10/15/26 RPI 2262 INITIAL CODING
      ***************************************************************
       01  BUL-RECORD.
           05  BUL-KEY.
               10  BUL-NUMBER         PIC 9(7).
           05  BUL-TEXT               PIC X(26).
           05  BUL-PRIORITY           PIC X.
               88  BUL-HIGH-PRIORITY        VALUE 'H'.
               88  BUL-NORMAL-PRIORITY      VALUE 'N'.
               88  BUL-VALID-PRIORITY       VALUE 'H' 'N'.
           05  BUL-START.
               10  BUL-START-DATE     PIC 9(8).
               10  BUL-START-TIME     PIC 9(4).
           05  BUL-START-STAMP REDEFINES BUL-START PIC 9(12).
           05  BUL-END.
               10  BUL-END-DATE       PIC 9(8).
               10  BUL-END-TIME       PIC 9(4).
           05  BUL-END-STAMP REDEFINES BUL-END PIC 9(12).
           05  BUL-TARGET-TYPE        PIC X.
               88  BUL-TO-ALL               VALUE 'A'.
               88  BUL-TO-LEVEL             VALUE 'L'.
               88  BUL-TO-TERMINALS         VALUE 'T'.
               88  BUL-VALID-TARGET         VALUE 'A' 'L' 'T'.
           05  BUL-TARGET-LEVEL       PIC X.
           05  BUL-TARGET-TERM        PIC X(4) OCCURS 5 TIMES.
           05  BUL-SET-OPID           PIC X(3).
           05  BUL-SET-DATE           PIC 9(8).
           05  BUL-SET-TIME           PIC 9(6).
           05  BUL-END-OPID           PIC X(3).
