      * DRIVE BEC5 AND APPROVE ESCALATED RECORDS REGARDLESS OF
      * LIMIT). A DEACTIVATED OPID LOSES EVERYTHING AT ONCE, AND
      * SECURITY MAINTAINS ONE FILE INSTEAD OF READING SOURCE CODE.
      * THE PROFILE ALSO SAYS WHEN AND FROM WHERE THE OPERATOR MAY
      * UPDATE. OP-HOURS-START/END ARE HHMM; BOTH ZERO MEANS ANY TIME,
      * AND A START LATER THAN THE END IS AN OVERNIGHT SHIFT. EACH
      * NON-BLANK OP-TERM-PATTERN IS AN EIBTRMID PATTERN WHERE AN '*'
      * MATCHES THE REST OF THE ID ('BR1*' IS ANY BRANCH-1 TERMINAL);
      * ALL FIVE BLANK MEANS ANY TERMINAL. A SUPERVISOR'S SIGNOVR
      * GRANT STAMPS OP-OVT-DATE/UNTIL/OPID, LIFTING THE HOURS (NOT
      * THE TERMINAL) CHECK ON THAT DATE UP TO OP-OVT-UNTIL. THE
      * CHECK ITSELF LIVES IN THE SHARED SIGNCHK SUBPROGRAM.
      * OP-VIS-CLASS SAYS WHETHER THE OPERATOR SEES FULL CUSTOMER DATA
      * ('F') OR THE MASKED FORM ('M') ON THE LOOKUP-ONLY DISPLAYS;
      * BLANK FOLLOWS THE AUTHORITY LEVEL (SEE CUSTMASK).
      ***************************************************************
      * 09/01/26 RPI 2192 INITIAL CODING
      * 10/15/26 RPI 2229 PERMITTED WORKING HOURS, AN ALLOWED-TERMINAL
      *                   PATTERN LIST AND A SUPERVISOR-GRANTED
      *                   OVERTIME OVERRIDE AS DESCRIBED ABOVE
      * 10/15/26 RPI 2230 DATA-VISIBILITY CLASS AS DESCRIBED ABOVE
      ***************************************************************
       01  OPERPROF-RECORD.
           05  OP-KEY.
           05  OP-APPR-LIMIT      PIC S9(9)V99 COMP-3.
           05  OP-ACTIVE          PIC X.
               88  OP-IS-ACTIVE         VALUE 'Y'.
           05  OP-HOURS-START     PIC 9(4).
           05  OP-HOURS-END       PIC 9(4).
           05  OP-TERM-PATTERN    PIC X(4) OCCURS 5 TIMES.
           05  OP-OVT-DATE        PIC 9(7).
           05  OP-OVT-UNTIL       PIC 9(4).
           05  OP-OVT-OPID        PIC X(3).
           05  OP-VIS-CLASS       PIC X.
               88  OP-VIS-FULL          VALUE 'F'.
               88  OP-VIS-MASKED        VALUE 'M'.
