      ***************************************************************
      * JOBDEPS.CPY - overnight batch-chain dependency table, read by
      * the JOBCTL controller step that runs in front of each job and
      * by the JOBCTLRP morning report. One entry per job/predecessor
      * pair: the job may run only when that night's latest BATCHLOG
      * completion for the predecessor meets the required status -
      *   'DONE'  the predecessor must have ended DONE,
      *   'WARN'  DONE or WARN will do,
      *   'ANY '  any completion at all (ordering only - the job
      *           must follow it, whatever it found).
      * A predecessor with no completion yet, one rerunning, or one
      * that was itself HOLD/HELD never satisfies the entry, so a
      * hold cascades down the chain. A job with no entry here has no
      * predecessors and is always allowed. Add a job to the chain by
      * adding its lines here, raising JD-ENTRY-CNT and the OCCURS,
      * and recompiling JOBCTL and JOBCTLRP. The DAYCLOSE step that
      * lands the online day-close heads the chain: GUI6GATE and
      * every TD-queue drain wait for its DAY-CLOSED completion.
      ***************************************************************
      * 10/15/26 RPI 2246 INITIAL CODING
      * 10/15/26 RPI 2255 GUI6GATE AND THE NINE TD-QUEUE DRAINS NOW
      *                   WAIT FOR DAYCLOSE (THE ONLINE DAY-CLOSE
      *                   LANDED ON BATCHLOG)
      * 10/15/26 RPI 2257 INCGRP WAITS FOR DAYCLOSE, AND FOR SOADEADR
      *                   SO THE NIGHT'S REPLAY FAILURES ARE TRACED
      ***************************************************************
       01  JD-VALUES.
           05  FILLER PIC X(20) VALUE 'GUI6GATEDAYCLOSEDONE'.
           05  FILLER PIC X(20) VALUE 'BREADLD DAYCLOSEDONE'.
           05  FILLER PIC X(20) VALUE 'CARCDRN DAYCLOSEDONE'.
           05  FILLER PIC X(20) VALUE 'ADRNVER DAYCLOSEDONE'.
           05  FILLER PIC X(20) VALUE 'BEC5RPT DAYCLOSEDONE'.
           05  FILLER PIC X(20) VALUE 'QUOTXRPTDAYCLOSEDONE'.
           05  FILLER PIC X(20) VALUE 'QUOTFREQDAYCLOSEDONE'.
           05  FILLER PIC X(20) VALUE 'BECVOL  DAYCLOSEDONE'.
           05  FILLER PIC X(20) VALUE 'PMTADRN DAYCLOSEDONE'.
           05  FILLER PIC X(20) VALUE 'PCGAPRPTDAYCLOSEDONE'.
           05  FILLER PIC X(20) VALUE 'GUI6EXT GUI6GATEDONE'.
           05  FILLER PIC X(20) VALUE 'GUI6RECNGUI6EXT DONE'.
           05  FILLER PIC X(20) VALUE 'GUI6XFT GUI6EXT DONE'.
           05  FILLER PIC X(20) VALUE 'GUI6DUP GUI6EXT DONE'.
           05  FILLER PIC X(20) VALUE 'GUI6VEL GUI6EXT DONE'.
           05  FILLER PIC X(20) VALUE 'GUI6ACKRGUI6EXT DONE'.
           05  FILLER PIC X(20) VALUE 'CUSTDOSSBREADLD DONE'.
           05  FILLER PIC X(20) VALUE 'PMTADUPRPMTADRN WARN'.
           05  FILLER PIC X(20) VALUE 'PMTADUPRSOADEADRWARN'.
           05  FILLER PIC X(20) VALUE 'SOARECONPMTADRN WARN'.
           05  FILLER PIC X(20) VALUE 'SOARECONSOADEADRWARN'.
           05  FILLER PIC X(20) VALUE 'SOAROLL SOARECONANY '.
           05  FILLER PIC X(20) VALUE 'SOAROLL SOASVCRPANY '.
           05  FILLER PIC X(20) VALUE 'SOAROLL ABNDSOA ANY '.
           05  FILLER PIC X(20) VALUE 'SOACONS SOAROLL DONE'.
           05  FILLER PIC X(20) VALUE 'INCGRP  DAYCLOSEDONE'.
           05  FILLER PIC X(20) VALUE 'INCGRP  SOADEADRANY '.
       01  JD-TABLE REDEFINES JD-VALUES.
           05  JD-ENTRY OCCURS 27 TIMES.
               10  JD-JOB             PIC X(8).
               10  JD-PREDECESSOR     PIC X(8).
               10  JD-REQUIRED        PIC X(4).
                   88  JD-REQUIRES-DONE     VALUE 'DONE'.
                   88  JD-ALLOWS-WARN       VALUE 'WARN'.
                   88  JD-ORDER-ONLY        VALUE 'ANY '.
       01  JD-ENTRY-CNT               PIC 9(2) VALUE 27.
