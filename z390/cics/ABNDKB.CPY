      ***************************************************************
      * ABNDKB.CPY - VSAM KSDS RECORD LAYOUT FOR THE ABEND-CODE
      * KNOWLEDGE BASE. ABNDLOG SAYS AN ASRA OR AEI0 HAPPENED IN
      * TESTBEC7 AND WHEN, BUT NOT WHAT IT MEANS OR WHAT TO DO ABOUT
      * IT - EVERY NEW ANALYST ASKED THE SAME QUESTIONS. ONE ENTRY
      * PER PROGRAM/ABEND CODE, WITH AKB-PROGRAM '*' AS THE WILDCARD
      * ENTRY FOR A CODE IN ANY PROGRAM: A LOOKUP TRIES THE EXACT
      * PROGRAM FIRST, THEN THE WILDCARD. TESTBECQ SHOWS THE ENTRY
      * BESIDE EACH ABEND IT LISTS, ABNDRPT PRINTS IT BESIDE EACH
      * REPEAT OFFENDER AND LISTS THE CODES SEEN WITH NO ENTRY AT
      * ALL. MAINTAINED THROUGH ABKBMNT, WHICH STAMPS WHO LAST
      * CHANGED AN ENTRY AND WHEN THE WAY PARMMNT DOES ON PARMFIL.
      ***************************************************************
      * 10/15/26 RPI 2256 INITIAL CODING
      ***************************************************************
       01  ABNDKB-RECORD.
           05  AKB-KEY.
               10  AKB-PROGRAM    PIC X(8).
               10  AKB-ABCODE     PIC X(4).
           05  AKB-DESC           PIC X(40).
           05  AKB-CAUSES         PIC X(60).
           05  AKB-FIRST-RESP     PIC X(60).
           05  AKB-ESCALATE       PIC X(8).
           05  AKB-KNOWN-PROB     PIC X(8).
           05  AKB-CHG-OPID       PIC X(3).
           05  AKB-CHG-DATE       PIC 9(8).
