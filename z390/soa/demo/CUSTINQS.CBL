       IDENTIFICATION DIVISION.
      *****************************************************************
      * Remarks. CUSTINQ customer inquiry service - see CUSTINQM.CPY
      *          for the message and return codes. The service manager
      *          hands each CUSTINQ message here. Given a customer
      *          number, or a name prefix matched through NAMENORM
      *          against CUSTNORM, it returns the CUSTFIL name,
      *          address, zip and status with the ZIPREF city/state,
      *          and withholds the detail of a DO-NOT-CONTACT
      *          customer. Every call is audited to SOACALL through
      *          SOAAUDIT with the caller's correlation token, and
      *          every customer it answers for is written straight to
      *          BREADLOG as a view-access event (OPID 'SOA', TRNID
      *          the calling system, view class 'F' full or 'M'
      *          withheld), so BREADQ shows outside lookups in the
      *          same trail as screen views. Files are opened and
      *          closed on each call, the same way SOAAUDIT owns
      *          SOACALL; a file that will not open fails the call
      *          with RC 16 instead of taking the manager down.
      *****************************************************************
      * 10/15/26 RPI 2253 INITIAL CODING
      *****************************************************************
       PROGRAM-ID. CUSTINQS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTFIL-FILE ASSIGN TO 'CUSTFIL'
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY CUST-KEY
               ALTERNATE RECORD KEY CUST-NAME
               FILE STATUS WS-CUST-STATUS.
           SELECT CUSTNORM-FILE ASSIGN TO 'CUSTNORM'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CN-KEY
               FILE STATUS WS-NORM-STATUS.
           SELECT ZIPREF-FILE ASSIGN TO 'ZIPREF'
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY ZR-KEY
               FILE STATUS WS-ZIP-STATUS.
           SELECT BREADLOG-FILE ASSIGN TO 'BREADLOG'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY BRD-KEY
               FILE STATUS WS-BRD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTFIL-FILE.
           COPY CUSTFIL.
       FD  CUSTNORM-FILE.
           COPY CUSTNORM.
       FD  ZIPREF-FILE.
           COPY ZIPREF.
       FD  BREADLOG-FILE.
           COPY BREADLOG.

       WORKING-STORAGE SECTION.
       01  WS-CUST-STATUS          PIC X(2).
       01  WS-NORM-STATUS          PIC X(2).
       01  WS-ZIP-STATUS           PIC X(2).
       01  WS-BRD-STATUS           PIC X(2).
       01  WS-CUST-FOUND-SW        PIC X VALUE 'N'.
           88  WS-CUST-FOUND            VALUE 'Y'.
       01  WS-WRITE-DONE-SW        PIC X VALUE 'N'.
           88  WS-WRITE-DONE            VALUE 'Y'.

       COPY NAMENORM.
       01  WS-NORM-SRCH            PIC X(40).
       01  WS-SRCH-LEN             PIC 9(2) VALUE 0.
       01  WS-MATCH-NUMBER         PIC 9(7).

      * SERVICE RETURN CODES - SEE CUSTINQM.CPY
       01  WS-RC-FOUND             PIC S9(8) COMP VALUE 0.
       01  WS-RC-WITHHELD          PIC S9(8) COMP VALUE 4.
       01  WS-RC-NOT-FOUND         PIC S9(8) COMP VALUE 8.
       01  WS-RC-BAD-REQUEST       PIC S9(8) COMP VALUE 12.
       01  WS-RC-UNAVAILABLE       PIC S9(8) COMP VALUE 16.

      * VIEW-ACCESS EVENT STAMP, IN THE EIBDATE/EIBTIME SHAPE A
      * SCREEN VIEW CARRIES ONTO BREADLOG (0CYYDDD / 0HHMMSS)
       01  WS-TODAY-YYYYDDD        PIC 9(7).
       01  WS-NOW-HHMMSS           PIC 9(6).

      * ELAPSED-TIME STAMP FOR THE SOACALL AUDIT LINE
       01  WS-START-TIME.
           05  WS-START-HH         PIC 9(2).
           05  WS-START-MM         PIC 9(2).
           05  WS-START-SS         PIC 9(2).
       01  WS-END-TIME.
           05  WS-END-HH           PIC 9(2).
           05  WS-END-MM           PIC 9(2).
           05  WS-END-SS           PIC 9(2).
       01  WS-START-DAY-SECS       PIC 9(5).
       01  WS-END-DAY-SECS         PIC 9(5).
       01  WS-ELAPSED-SECONDS      PIC S9(5) VALUE 0.

      * SOACALL AUDIT RECORD - LAID OUT THE SAME WAY DEMOSUB2'S
      * WS-AUDIT-LINE IS, WRITTEN OUT BY THE SOAAUDIT SUBPROGRAM
       01  WS-AUDIT-LINE.
           05  AUD-SVC-NAME        PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  AUD-SVC-MGR         PIC X(8).
           05  FILLER              PIC X VALUE SPACE.
           05  AUD-ELAPSED         PIC 9(5).
           05  FILLER              PIC X VALUE SPACE.
           05  AUD-SVC-RC          PIC S9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  AUD-CORR-ID         PIC X(16).
           05  FILLER              PIC X VALUE SPACE.
           05  AUD-DATE            PIC 9(8).
           05  FILLER              PIC X VALUE SPACE.
           05  AUD-TIME            PIC 9(6).

       LINKAGE SECTION.
       COPY CUSTINQM.

       PROCEDURE DIVISION USING CIQ-MSG.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-START-TIME
           INITIALIZE CIQ-REPLY
           MOVE 'N' TO WS-CUST-FOUND-SW
           EVALUATE TRUE
               WHEN CIQ-REQ-BY-NUMBER
                   IF CIQ-REQ-CUST-NUMBER IS NUMERIC
                       MOVE CIQ-REQ-CUST-NUMBER TO WS-MATCH-NUMBER
                       PERFORM LOOKUP-CUSTOMER
                   ELSE
                       MOVE WS-RC-BAD-REQUEST TO CIQ-MSG-SVC-RC
                   END-IF
               WHEN CIQ-REQ-BY-NAME
                   PERFORM SET-NORM-PREFIX
                   IF WS-SRCH-LEN > 0
                       PERFORM FIND-FIRST-NAME-MATCH
                   ELSE
                       MOVE WS-RC-BAD-REQUEST TO CIQ-MSG-SVC-RC
                   END-IF
               WHEN OTHER
                   MOVE WS-RC-BAD-REQUEST TO CIQ-MSG-SVC-RC
           END-EVALUATE
           IF WS-CUST-FOUND
               PERFORM WRITE-READ-ACCESS-EVENT
           END-IF
           PERFORM WRITE-CALL-AUDIT
           GOBACK.

      * DERIVE THE NORMALIZED FORM THE CUSTNORM BROWSE MATCHES ON, AND
      * ITS LENGTH - THE SAME PREFIX MATCH TESTGUIB'S NAME SEARCH MAKES
       SET-NORM-PREFIX.
           MOVE CIQ-REQ-NAME-PREFIX TO LK-NN-IN
           CALL 'NAMENORM' USING NAMENORM-PARMS
           MOVE LK-NN-OUT TO WS-NORM-SRCH
           PERFORM VARYING WS-SRCH-LEN FROM 40 BY -1
                   UNTIL WS-SRCH-LEN = 0
                       OR WS-NORM-SRCH(WS-SRCH-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM.

      * THE FIRST CUSTNORM ENTRY AT OR AFTER THE PREFIX IS THE ANSWER
      * IF IT STARTS WITH THE PREFIX; ONE MORE READNEXT SAYS WHETHER
      * THE CALLER SHOULD BE TOLD ANOTHER CUSTOMER ALSO MATCHES
       FIND-FIRST-NAME-MATCH.
           OPEN INPUT CUSTNORM-FILE
           IF WS-NORM-STATUS NOT = '00'
               DISPLAY 'CUSTINQS - CUSTNORM OPEN FAILED, STATUS '
                   WS-NORM-STATUS
               MOVE WS-RC-UNAVAILABLE TO CIQ-MSG-SVC-RC
           ELSE
               MOVE WS-RC-NOT-FOUND TO CIQ-MSG-SVC-RC
               MOVE WS-NORM-SRCH TO CN-NORM-NAME
               MOVE 0            TO CN-CUST-NUMBER
               START CUSTNORM-FILE KEY IS NOT LESS THAN CN-KEY
                   INVALID KEY CONTINUE
               END-START
               IF WS-NORM-STATUS = '00'
                   READ CUSTNORM-FILE NEXT RECORD
                       AT END CONTINUE
                   END-READ
                   IF WS-NORM-STATUS = '00'
                       AND CN-NORM-NAME(1:WS-SRCH-LEN) =
                           WS-NORM-SRCH(1:WS-SRCH-LEN)
                       MOVE CN-CUST-NUMBER TO WS-MATCH-NUMBER
                       READ CUSTNORM-FILE NEXT RECORD
                           AT END CONTINUE
                       END-READ
                       IF WS-NORM-STATUS = '00'
                           AND CN-NORM-NAME(1:WS-SRCH-LEN) =
                               WS-NORM-SRCH(1:WS-SRCH-LEN)
                           MOVE 'Y' TO CIQ-RPY-MORE-SW
                       END-IF
                       PERFORM LOOKUP-CUSTOMER
                   END-IF
               END-IF
               CLOSE CUSTNORM-FILE
           END-IF.

      * READ THE MASTER FOR WS-MATCH-NUMBER AND BUILD THE REPLY. A
      * DO-NOT-CONTACT CUSTOMER GETS THE NUMBER AND STATUS ONLY
       LOOKUP-CUSTOMER.
           OPEN INPUT CUSTFIL-FILE
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'CUSTINQS - CUSTFIL OPEN FAILED, STATUS '
                   WS-CUST-STATUS
               MOVE WS-RC-UNAVAILABLE TO CIQ-MSG-SVC-RC
           ELSE
               MOVE WS-MATCH-NUMBER TO CUST-NUMBER
               READ CUSTFIL-FILE
                   INVALID KEY
                       MOVE WS-RC-NOT-FOUND TO CIQ-MSG-SVC-RC
                   NOT INVALID KEY
                       SET WS-CUST-FOUND TO TRUE
               END-READ
               CLOSE CUSTFIL-FILE
           END-IF
           IF WS-CUST-FOUND
               MOVE CUST-NUMBER TO CIQ-RPY-CUST-NUMBER
               MOVE CUST-STATUS TO CIQ-RPY-STATUS
               IF CUST-DO-NOT-CONTACT
                   MOVE WS-RC-WITHHELD TO CIQ-MSG-SVC-RC
               ELSE
                   MOVE WS-RC-FOUND TO CIQ-MSG-SVC-RC
                   MOVE CUST-NAME   TO CIQ-RPY-NAME
                   MOVE CUST-ADDR   TO CIQ-RPY-ADDR
                   MOVE CUST-ZIP    TO CIQ-RPY-ZIP
                   PERFORM LOOKUP-CITY-STATE
               END-IF
           END-IF.

      * A ZIP NOT ON ZIPREF (OR ZIPREF NOT OPEN) JUST LEAVES THE
      * CITY AND STATE BLANK - IT IS NOT A REASON TO FAIL THE CALL
       LOOKUP-CITY-STATE.
           OPEN INPUT ZIPREF-FILE
           IF WS-ZIP-STATUS = '00'
               MOVE CUST-ZIP TO ZR-ZIP
               READ ZIPREF-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE ZR-CITY  TO CIQ-RPY-CITY
                       MOVE ZR-STATE TO CIQ-RPY-STATE
               END-READ
               CLOSE ZIPREF-FILE
           END-IF.

      * ONE VIEW-ACCESS EVENT PER CUSTOMER ANSWERED FOR, KEYED THE WAY
      * BREADLD LANDS A SCREEN VIEW - A KEY ALREADY TAKEN (TWO VIEWS
      * IN ONE SECOND) TAKES THE NEXT BRD-SEQNO. A FAILED WRITE IS
      * REPORTED BUT DOES NOT FAIL THE INQUIRY
       WRITE-READ-ACCESS-EVENT.
           OPEN I-O BREADLOG-FILE
           IF WS-BRD-STATUS NOT = '00'
               DISPLAY 'CUSTINQS - BREADLOG OPEN FAILED, STATUS '
                   WS-BRD-STATUS
           ELSE
               ACCEPT WS-TODAY-YYYYDDD FROM DAY YYYYDDD
               MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-HHMMSS
               MOVE CUST-NUMBER TO BRD-CUST-NUMBER
               COMPUTE BRD-DATE = WS-TODAY-YYYYDDD - 1900000
               MOVE WS-NOW-HHMMSS TO BRD-TIME
               MOVE 0           TO BRD-SEQNO
               MOVE 'SOA'       TO BRD-OPID
               IF CIQ-REQ-CALLER = SPACES
                   MOVE 'SOA '         TO BRD-TRNID
               ELSE
                   MOVE CIQ-REQ-CALLER TO BRD-TRNID
               END-IF
               IF CUST-DO-NOT-CONTACT
                   MOVE 'M' TO BRD-VIEW-CLASS
               ELSE
                   MOVE 'F' TO BRD-VIEW-CLASS
               END-IF
               MOVE CUST-NAME   TO BRD-CUST-NAME
               MOVE 'N' TO WS-WRITE-DONE-SW
               PERFORM UNTIL WS-WRITE-DONE OR BRD-SEQNO = 999
                   WRITE BRD-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
                   EVALUATE WS-BRD-STATUS
                       WHEN '00'
                           SET WS-WRITE-DONE TO TRUE
                       WHEN '22'
                           ADD 1 TO BRD-SEQNO
                       WHEN OTHER
                           MOVE 999 TO BRD-SEQNO
                   END-EVALUATE
               END-PERFORM
               IF NOT WS-WRITE-DONE
                   DISPLAY 'CUSTINQS - BREADLOG WRITE FAILED, CUST '
                       BRD-CUST-NUMBER ' STATUS ' WS-BRD-STATUS
               END-IF
               CLOSE BREADLOG-FILE
           END-IF.

      * ONE SOACALL LINE PER CALL, WHATEVER THE OUTCOME, CARRYING THE
      * CALLER'S CORRELATION TOKEN SO THE LOOKUP JOINS THE REST OF THE
      * CALLER'S CHAIN ON THE SERVICE-HEALTH REPORTS
       WRITE-CALL-AUDIT.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-END-TIME
           COMPUTE WS-START-DAY-SECS =
               (WS-START-HH * 3600) + (WS-START-MM * 60) + WS-START-SS
           COMPUTE WS-END-DAY-SECS =
               (WS-END-HH * 3600) + (WS-END-MM * 60) + WS-END-SS
           COMPUTE WS-ELAPSED-SECONDS =
               (WS-END-DAY-SECS - WS-START-DAY-SECS)
           IF WS-ELAPSED-SECONDS < 0
               ADD 86400 TO WS-ELAPSED-SECONDS
           END-IF
           MOVE 'CUSTINQ'          TO AUD-SVC-NAME
           MOVE 'CUSTINQS'         TO AUD-SVC-MGR
           MOVE WS-ELAPSED-SECONDS TO AUD-ELAPSED
           MOVE CIQ-MSG-SVC-RC     TO AUD-SVC-RC
           MOVE CIQ-REQ-CORR-ID    TO AUD-CORR-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO AUD-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO AUD-TIME
           CALL 'SOAAUDIT' USING WS-AUDIT-LINE.
