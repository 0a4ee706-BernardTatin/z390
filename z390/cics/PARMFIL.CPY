      * IS EFFECTIVE THAT AFTERNOON, AND EVERY CHANGE CARRIES WHO
      * MADE IT AND WHEN. MAINTAINED THROUGH PARMMNT IN THE
      * TERMLANG/PRODCAT REFMNT STYLE. PARAMETER NAMES IN USE:
      *   PAYMENT-THRESHOLD    TESTGUI6/GUI6STR/GUI6FXRV CHECKER LIMIT
      *   PAYMENT-THRESHOLD2   TESTGUI6/GUI6FXRV SECOND APPROVAL TIER
      *   SLA-THRESHOLD        TESTBEC7 RESPONSE-TIME SLA (SECONDS)
      *   REGRESS-PCT          BECVOL BASELINE REGRESSION PERCENT
      *   HIST-RETENTION-DAYS  GUI6PURG RETENTION AGE (DAYS)
      *   NEAR-BAND            GUI6STR NEAR-THRESHOLD BAND (AMOUNT)
      *   FX-MOVE-LIMIT-PCT    FXRATE DAY-OVER-DAY REFUSAL PERCENT
      *   GL-INT-EXPENSE-ACCT  DFPGLJ INTEREST EXPENSE GL ACCOUNT
      *   GL-INT-PAYABLE-ACCT  DFPGLJ INTEREST PAYABLE GL ACCOUNT
      *   GL-REPORT-CCY        DFPGLJ JOURNAL REPORTING CURRENCY
      *   TAX-REPORT-THRESHOLD DFPTAXY YEAR-END REPORTING THRESHOLD
      *   TAX-PAYER-ID         DFPTAXY PAYER ID ON THE TAX FILING
      *   PAY-ORIGINATOR-ID    GUI6PAYI ORIGINATOR ID FOR THE BANK
      *   TAKEOVER-WINDOW-DAYS GUI6ATO MOST DAYS BETWEEN THE TWO STEPS
      *   TAKEOVER-ALERT-SCORE GUI6ATO LOWEST SCORE THAT ALERTS
      *   TAKEOVER-SEQUENCES   GUI6ATO SEQUENCE CODES (E.G. APANNP)
      *   RECERT-IDLE-DAYS     OPRCERT UNUSED-AUTHORITY PERIOD (DAYS)
      *   SOD-PAIR-MIN         SODAUDIT RECIPROCAL-APPROVAL FLOOR
      *   SOD-RULES-OFF        SODAUDIT RULE IDS SWITCHED OFF
      *   ACTIVITY-DAY-START   OPRACTV WORKING DAY START (HHMM)
      *   ACTIVITY-DAY-END     OPRACTV WORKING DAY END (HHMM)
      *   ANON-RETENTION-DAYS  CUSTANON AGE AFTER OFFBOARD (DAYS)
      *   DQ-WORST-COUNT       CUSTDQS WORST RECORDS LISTED
      *   ACK-CUTOFF-TIME      GUI6ACKR DOWNSTREAM ACK CUTOFF (HHMM)
      *   WINDOW-START-TIME    JOBCTL/JOBCTLRP BATCH WINDOW OPENS (HHMM)
      *   WINDOW-END-TARGET    BATCHELP BATCH WINDOW TARGET END (HHMM)
      *   ELAPSED-FLAG-PCT     BATCHELP PERCENT OVER 30-DAY NORM FLAGGED
      *   BUSINESS-DAY-START   BUSTIME STANDARD DAY OPENS (HHMM)
      *   BUSINESS-DAY-END     BUSTIME STANDARD DAY CLOSES (HHMM)
      *   EXPORT-pgmname       DLMROW 'Y' WRITES THAT JOB'S CSV FILE
      *   SOA-STUB-MODE        DEMOSUB2 RECORD/REPLAY (TEST REGIONS)
      *   ABND-STORM-LIMIT     TRNBRKR ABENDS IN WINDOW BEFORE DISABLE
      *   ABND-STORM-MINUTES   TRNBRKR ROLLING WINDOW (MINUTES)
      *   ONLINE-DAY-STATE     DAYCTL OPEN/CLOSED (SIGNCHK REFUSES)
      *   INCIDENT-WINDOW-MIN  INCGRP ANY-EVENT GROUPING WINDOW (MIN)
      *   INCIDENT-PGM-MINUTES INCGRP SAME-PROGRAM GROUPING WINDOW
      ***************************************************************
      * 09/01/26 RPI 2194 INITIAL CODING
      * 10/14/26 RPI 2214 ADDED THE DFPGLJ GL JOURNAL PARAMETERS
      * 10/14/26 RPI 2215 ADDED THE DFPTAXY YEAR-END TAX PARAMETERS
      * 10/15/26 RPI 2221 GUI6FXRV NOW READS BOTH PAYMENT THRESHOLDS
      * 10/15/26 RPI 2222 ADDED THE GUI6PAYI BANK ORIGINATOR ID
      * 10/15/26 RPI 2224 ADDED THE GUI6ATO TAKEOVER-SCREEN PARAMETERS
      * 10/15/26 RPI 2226 ADDED THE OPRCERT RECERTIFICATION PERIOD
      * 10/15/26 RPI 2227 ADDED THE SODAUDIT CONFLICT-RULE PARAMETERS
      * 10/15/26 RPI 2228 ADDED THE OPRACTV WORKING-HOURS PARAMETERS
      * 10/15/26 RPI 2238 ADDED THE CUSTANON ANONYMIZATION AGE
      * 10/15/26 RPI 2242 ADDED THE CUSTDQS WORST-RECORDS COUNT
      * 10/15/26 RPI 2245 ADDED THE GUI6ACKR ACKNOWLEDGMENT CUTOFF
      * 10/15/26 RPI 2246 ADDED THE JOBCTL WINDOW OPENING TIME
      * 10/15/26 RPI 2247 ADDED THE BATCHELP WINDOW TARGET AND FLAG
      * 10/15/26 RPI 2248 ADDED THE BUSTIME STANDARD BUSINESS HOURS
      * 10/15/26 RPI 2249 ADDED THE PER-JOB DELIMITED EXPORT SWITCHES
      * 10/15/26 RPI 2252 ADDED THE DEMOSUB2 RECORD/REPLAY STUB MODE
      * 10/15/26 RPI 2254 ADDED THE TRNBRKR ABEND-STORM PARAMETERS
      * 10/15/26 RPI 2255 ADDED THE DAYCTL ONLINE BUSINESS-DAY STATE
      * 10/15/26 RPI 2257 ADDED THE INCGRP INCIDENT GROUPING WINDOWS
      ***************************************************************
       01  PRM-RECORD.
           05  PRM-KEY.
