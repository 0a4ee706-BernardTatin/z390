      ***************************************************************
      * RPTDIST.CPY - overnight report distribution table, read by
      * the RPTDIST bundling step at the end of the window. Two
      * tables:
      *   RG - the recipient groups. Each has its own bundle DD in
      *        RPTDIST, in this order, so adding a group means adding
      *        its line here, raising RG-ENTRY-CNT and the OCCURS, and
      *        giving RPTDIST a SELECT/FD and a WHEN for its bundle.
      *   RD - one entry per report (or report section) per recipient
      *        group - a report going to three groups is three lines.
      *        RD-REPORT-DD is the report's DD, RD-PROGRAM the job that
      *        writes it (its BATCHLOG status goes on the cover page).
      *        RD-SECTION names a section for the cover page; blank is
      *        the whole report. A section runs from the first line
      *        beginning with RD-SECT-START (blank = top of report) up
      *        to, not including, the next line beginning with
      *        RD-SECT-END (blank = end of report).
      *        RD-HDG-LINES/RD-TRLR-LINES are the fixed heading and
      *        summary lines the report (or section) always carries -
      *        with nothing else in it, it is bundled as "NO
      *        EXCEPTIONS" rather than left out.
      *        A new report DD also needs its SELECT/FD and WHENs in
      *        RPTDIST; a new line for a report already there only
      *        needs RD-ENTRY-CNT and the OCCURS raised, here and on
      *        RPTDIST's WS-ENT-TBL.
      ***************************************************************
      * 10/15/26 RPI 2250 INITIAL CODING
      * 10/15/26 RPI 2256 ABNDRPT NOW ENDS WITH A KB GAPS SECTION - THE
      *                   REPEAT-OFFENDER RANKING GOES OUT AS SECTION
      *                   OFFENDERS TO IT AND THE HELP DESK AS BEFORE,
      *                   AND THE GAPS SECTION TO IT, WHO WRITE UP THE
      *                   MISSING KNOWLEDGE-BASE ENTRIES
      ***************************************************************
       01  RG-VALUES.
           05  FILLER PIC X(28) VALUE 'AUDIT   INTERNAL AUDIT      '.
           05  FILLER PIC X(28) VALUE 'PAYMENTSPAYMENTS DESK       '.
           05  FILLER PIC X(28) VALUE 'HELPDESKHELP DESK           '.
           05  FILLER PIC X(28) VALUE 'TREASURYTREASURY            '.
           05  FILLER PIC X(28) VALUE 'IT      IT OPERATIONS       '.
       01  RG-TABLE REDEFINES RG-VALUES.
           05  RG-ENTRY OCCURS 5 TIMES.
               10  RG-RECIPIENT       PIC X(8).
               10  RG-DESC            PIC X(20).
       01  RG-ENTRY-CNT               PIC 9(2) VALUE 5.

       01  RD-VALUES.
           05  FILLER PIC X(25) VALUE 'QUOTXRPT QUOTXRPTHELPDESK'.
           05  FILLER PIC X(10) VALUE 'EXCEPTIONS'.
           05  FILLER PIC X(30) VALUE
               '              FALLBACK TREND10'.
           05  FILLER PIC X(25) VALUE 'QUOTXRPT QUOTXRPTIT      '.
           05  FILLER PIC X(10) VALUE 'TREND     '.
           05  FILLER PIC X(30) VALUE
               'FALLBACK TREND              10'.
           05  FILLER PIC X(25) VALUE 'ACCRRPT  DFPACCR TREASURY'.
           05  FILLER PIC X(10) VALUE SPACES.
           05  FILLER PIC X(30) VALUE
               '                            02'.
           05  FILLER PIC X(25) VALUE 'ACCRRPT  DFPACCR AUDIT   '.
           05  FILLER PIC X(10) VALUE SPACES.
           05  FILLER PIC X(30) VALUE
               '                            02'.
           05  FILLER PIC X(25) VALUE 'GUI6RCRP GUI6RECNAUDIT   '.
           05  FILLER PIC X(10) VALUE SPACES.
           05  FILLER PIC X(30) VALUE
               '                            11'.
           05  FILLER PIC X(25) VALUE 'GUI6RCRP GUI6RECNPAYMENTS'.
           05  FILLER PIC X(10) VALUE SPACES.
           05  FILLER PIC X(30) VALUE
               '                            11'.
           05  FILLER PIC X(25) VALUE 'BEC5RPT  BEC5RPT AUDIT   '.
           05  FILLER PIC X(10) VALUE SPACES.
           05  FILLER PIC X(30) VALUE
               '                            32'.
           05  FILLER PIC X(25) VALUE 'BEC5RPT  BEC5RPT IT      '.
           05  FILLER PIC X(10) VALUE SPACES.
           05  FILLER PIC X(30) VALUE
               '                            32'.
           05  FILLER PIC X(25) VALUE 'ABNDRPT  ABNDRPT IT      '.
           05  FILLER PIC X(10) VALUE 'OFFENDERS '.
           05  FILLER PIC X(30) VALUE
               '              KB GAPS       32'.
           05  FILLER PIC X(25) VALUE 'ABNDRPT  ABNDRPT HELPDESK'.
           05  FILLER PIC X(10) VALUE 'OFFENDERS '.
           05  FILLER PIC X(30) VALUE
               '              KB GAPS       32'.
           05  FILLER PIC X(25) VALUE 'ABNDRPT  ABNDRPT IT      '.
           05  FILLER PIC X(10) VALUE 'KB GAPS   '.
           05  FILLER PIC X(30) VALUE
               'KB GAPS                     32'.
           05  FILLER PIC X(25) VALUE 'BECVOLRPTBECVOL  IT      '.
           05  FILLER PIC X(10) VALUE SPACES.
           05  FILLER PIC X(30) VALUE
               '                            32'.
           05  FILLER PIC X(25) VALUE 'GUI6AGRPTGUI6AGE PAYMENTS'.
           05  FILLER PIC X(10) VALUE SPACES.
           05  FILLER PIC X(30) VALUE
               '                            42'.
           05  FILLER PIC X(25) VALUE 'GUI6PRRPTGUI6PRI PAYMENTS'.
           05  FILLER PIC X(10) VALUE SPACES.
           05  FILLER PIC X(30) VALUE
               '                            42'.
           05  FILLER PIC X(25) VALUE 'SSVCRPRT SOASVCRPIT      '.
           05  FILLER PIC X(10) VALUE SPACES.
           05  FILLER PIC X(30) VALUE
               '                            32'.
           05  FILLER PIC X(25) VALUE 'CUSTGRRPTCUSTGROWIT      '.
           05  FILLER PIC X(10) VALUE SPACES.
           05  FILLER PIC X(30) VALUE
               '                            32'.
       01  RD-TABLE REDEFINES RD-VALUES.
           05  RD-ENTRY OCCURS 16 TIMES.
               10  RD-REPORT-DD       PIC X(9).
               10  RD-PROGRAM         PIC X(8).
               10  RD-RECIPIENT       PIC X(8).
               10  RD-SECTION         PIC X(10).
               10  RD-SECT-START      PIC X(14).
               10  RD-SECT-END        PIC X(14).
               10  RD-HDG-LINES       PIC 9.
               10  RD-TRLR-LINES      PIC 9.
       01  RD-ENTRY-CNT               PIC 9(2) VALUE 16.
