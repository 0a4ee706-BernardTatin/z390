      *                   SCREENS AND EDITS WITH ZERO RISK TO
      *                   PRODUCTION DATA (THE RPI 2157 LESSON IN
      *                   MINIATURE). TRNRESET RELOADS THE SHADOWS.
      * 10/14/26 RPI 2219 PF11 NOW JUMPS TO THE CUSTOMER'S ACCOUNT
      *                   LIST (TESTGUIX) OFF THE NEW CUSTACCT
      *                   CUSTOMER-TO-ACCOUNT RELATIONSHIP FILE. AN
      *                   OFFBOARD IS REFUSED - AT REQUEST AND AGAIN AT
      *                   CHECKER APPROVAL - WHILE THE CUSTOMER IS
      *                   STILL LINKED TO AN OPEN DFPACCT ACCOUNT, AND
      *                   A REKEY CARRIES THE LINKS TO THE NEW KEY
      * 10/14/26 RPI 2220 LK-FXC-AS-OF-DATE SET TO SPACES - A PAYMENT
      *                   CHANGE IS CONVERTED AT TODAY'S RATES WHEN
      *                   KEYED AND THE USD FIGURES ARE KEPT ON THE
      *                   GUI6HIST RECORD, SO A CHECKER REVIEWING IT
      *                   LATER JUDGES THE SAME AMOUNTS THE MAKER SAW
      * 10/15/26 RPI 2224 LOOKUP-AND-SHOW NOW SHOWS A TAKEOVER ALERT
      *                   WHILE THE CUSTOMER'S LATEST CUSTNOTE NOTE IS
      *                   ONE THE NIGHTLY GUI6ATO SCREEN ADDED - THE
      *                   ALERT STAYS UNTIL AN OPERATOR ANSWERS IT WITH
      *                   A NOTE OF THEIR OWN THROUGH PF9
      * 10/15/26 RPI 2229 AN UPDATE, AN UNDO OR A PF6 APPROVAL IS
      *                   REFUSED OUTSIDE THE OPERATOR'S OPERPROF
      *                   WORKING HOURS OR FROM A TERMINAL NOT ON
      *                   THEIR ALLOWED LIST (SHARED SIGNCHK CHECK,
      *                   REFUSALS LOGGED TO TD QUEUE SREJ). LOOKUP,
      *                   PRINT AND THE PF9/PF11 JUMPS ARE NOT UPDATES
      *                   AND STAY AVAILABLE.
      * 10/15/26 RPI 2230 LOOKUP AND THE PF4 PRINT SNAPSHOT NOW SHOW
      *                   THE NAME, ADDRESS AND ZIP MASKED (SHARED
      *                   CUSTMASK RULE) FOR AN OPERATOR WITHOUT FULL
      *                   OPERPROF DATA VISIBILITY, AND THE BREAD AND
      *                   PAUD EVENTS NOW CARRY A VIEW-CLASS BYTE ('F'
      *                   FULL, 'M' MASKED) SO COMPLIANCE CAN TELL WHO
      *                   SAW FULL DATA
      * 10/15/26 RPI 2231 THE CUSTOMER IMAGE SHOWN TO THE OPERATOR NOW
      *                   RIDES THE COMMAREA AND IS CHECKED AGAINST
      *                   CUSTFIL (SHARED CUSTVER RULE) BEFORE AN
      *                   UPDATE - A RECORD CHANGED IN BETWEEN IS NO
      *                   LONGER OVERWRITTEN; THE UPDATE IS REFUSED AND
      *                   THE CURRENT VALUES SHOWN WITH WHO CHANGED
      *                   THEM. A CHECKER APPROVAL OR AN UNDO IS
      *                   REFUSED THE SAME WAY, EVERY CUSTFIL WRITE IS
      *                   STAMPED WITH THE OPERATOR AND TIME, AND THE
      *                   GUI6HIST BEFORE-IMAGE IS NOW THE RECORD AS
      *                   VERIFIED ON FILE
      * 10/15/26 RPI 2232 CUSTFIL NOW KEYS ON THE PERMANENT CUSTOMER
      *                   NUMBER - THE COMMAREA CARRIES THE NUMBER, A
      *                   NAME CHANGE IS A PLAIN REWRITE (THE NOTES AND
      *                   ACCOUNT LINKS NO LONGER MOVE WITH IT, AND A
      *                   NAME ALREADY ON FILE IS REFUSED), HISTORY AND
      *                   THE JOURNAL CARRY THE NUMBER, AND THE BREAD,
      *                   PAUD, ADRN, PMTA AND CARC EVENTS CARRY THE
      *                   NAME AS IT STOOD PLUS THE NUMBER
      * 10/15/26 RPI 2233 PF2 JUMPS TO THE CUSTOMER'S DATED ADDRESSES
      *                   (TESTGUID), AND AN ADDRESS OR ZIP CHANGE NOW
      *                   ROLLS THE CUSTADDR RESIDENTIAL TRAIL - THE
      *                   OLD ADDRESS IS ENDED TODAY AND KEPT AS A
      *                   PREVIOUS ADDRESS INSTEAD OF BEING LOST
      * 10/15/26 RPI 2234 PF3 JUMPS TO THE CUSTOMER'S RELATIONSHIPS
      *                   (TESTGUIL), LOOKUP SHOWS HOW MANY ACTIVE
      *                   JOINT/GUARDIAN/POA RELATIONSHIPS THE CUSTOMER
      *                   IS IN, AN OFFBOARD REQUEST SAYS HOW MANY
      *                   RELATED PARTIES IT AFFECTS, AND AN APPROVED
      *                   OFFBOARD ENDS THEM AND PRINTS THE LIST OF
      *                   RELATED PARTIES TO THE PRNT SPOOL
      * 10/15/26 RPI 2235 A CUSTOMER WITH A CAUTION FLAG IN FORCE ON
      *                   THE NEW CUSTFLAG FILE (FRAUD, ID THEFT, VIP,
      *                   COURT ORDER) IS BANNERED IN RED WHEN OPENED
      *                   (SHARED FLAGCHK CHECK). PF12 ACKNOWLEDGES IT,
      *                   LOGGED TO FLAGACK WITH OPID AND TIME, AND AN
      *                   UPDATE, OFFBOARD REQUEST OR PF6 APPROVAL IS
      *                   REFUSED UNTIL THE OPERATOR HAS ACKNOWLEDGED
      *                   IT TODAY AND SINCE IT WAS LAST SET
      * 10/15/26 RPI 2237 AN OFFBOARD REQUEST, AND THE PF6 APPROVAL OF
      *                   ONE, IS REFUSED WHILE THE CUSTOMER IS UNDER A
      *                   LEGAL HOLD IN FORCE ON THE NEW LGLHOLD FILE
      * 10/15/26 RPI 2240 THE PRINT SNAPSHOT'S RECENT-CHANGES LIST
      *                   BROWSES THE NEW GUI6HCUS ALTERNATE-INDEX PATH
      *                   (GUI6HCUT IN TRAINING) OVER THE CUSTOMER'S
      *                   OWN ENTRIES INSTEAD OF THE WHOLE FILE, AND
      *                   EVERY GUI6HIST WRITE AND REWRITE GETS ITS
      *                   ALTERNATE KEYS FROM THE SHARED HISTAIX
      *                   SUBPROGRAM
      * 10/15/26 RPI 2243 A NEW ZIP RETIRED ON ZIPREF BY THE ZIPRFSH
      *                   REFRESH IS REFUSED, NAMING THE ZIP THAT
      *                   REPLACED IT WHEN IT WAS REALIGNED
      * 10/15/26 RPI 2245 A CUSTOMER WITH A CHANGE THE DOWNSTREAM
      *                   CUSTOMER-MASTER RUN REJECTED (AN OPEN ENTRY
      *                   ON THE NEW ACKWORK WORKLIST GUI6ACKR WRITES)
      *                   IS FLAGGED WITH THE CONSUMER'S REASON WHEN
      *                   OPENED. THE NEXT CHANGE ACCEPTED FOR THEM,
      *                   DIRECT OR CHECKER-APPROVED, MARKS THE ENTRIES
      *                   RESOLVED; A PF5 UNDO OF THAT CHANGE REOPENS
      *                   THEM. TRAINING USES THE ACKWRKT SHADOW
      * 10/15/26 RPI 2255 AFTER THE DAYCTL DAY-CLOSE CUTOFF A CHANGE,
      *                   OFFBOARD REQUEST, UNDO OR CHECKER APPROVAL IS
      *                   REFUSED WITH BUSINESS DAY CLOSED (SHARED
      *                   SIGNCHK CHECK) UNTIL DAYCTL OPENS THE DAY -
      *                   LOOKUPS AND PRINTS CARRY ON; TRAINING IS NOT
      *                   AFFECTED
      * 10/15/26 RPI 2262 THE INITIAL SCREEN SHOWS THE SUPERVISOR
      *                   BULLETIN IN FORCE FOR THIS OPERATOR ON THE
      *                   MESSAGE LINE (SHARED BULLCHK CHECK). A HIGH-
      *                   PRIORITY ONE IS SHOWN IN RED WITH A PF1
      *                   PROMPT, PF1 LOGS THE ACKNOWLEDGMENT TO
      *                   BULLACK, AND ANY UPDATE IS REFUSED WITH THE
      *                   BULLETIN SHOWN UNTIL IT IS ACKNOWLEDGED
      * 10/15/26 RPI 2263 EVERY REDISPLAY OF THE CUSTOMER ON FILE -
      *                   AFTER AN ENTER, A REFUSED STALE UPDATE, THE
      *                   CONFIRMATION STEP AND AN OFFBOARD REQUEST -
      *                   NOW GOES THROUGH THE CUSTMASK RULE, AND A
      *                   REFRESHED VIEW IS LOGGED TO BREAD. THE
      *                   REWRITE BUILDS ITS NEW VALUES FROM THE
      *                   VERIFIED RECORD AND THE KEYED CHANGES, NEVER
      *                   FROM THE SCREEN'S DISPLAY FIELDS
      *****************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. TESTGUI6.
        COPY CUSTJRNL.
        COPY PARMFIL.
        COPY FXRATEC.
        COPY CUSTACCT.
        COPY DFPACCT.
        COPY SIGNCHK.
        COPY CUSTMASK.
        COPY CUSTVER.
        COPY CUSTADDR.
        COPY CUSTREL.
        COPY RELLIST.
        COPY FLAGCHK.
        COPY LGLHOLD.
        COPY ACKWORK.
        COPY BULLCHK.

        01  WS-RESP               PIC S9(8) COMP.

            88  WS-TRAINING-MODE          VALUE 'Y'.
        01  WS-CUSTFIL-DD           PIC X(8) VALUE 'CUSTFIL'.
        01  WS-GUI6HIST-DD          PIC X(8) VALUE 'GUI6HIST'.
        01  WS-GUI6HCUS-DD          PIC X(8) VALUE 'GUI6HCUS'.
        01  WS-ZIPXREF-DD           PIC X(8) VALUE 'ZIPXREF'.
        01  WS-CUSTNORM-DD          PIC X(8) VALUE 'CUSTNORM'.
        01  WS-CUSTNOTE-DD          PIC X(8) VALUE 'CUSTNOTE'.
        01  WS-CUSTJRNL-DD          PIC X(8) VALUE 'CUSTJRNL'.
        01  WS-CUSTACCT-DD          PIC X(8) VALUE 'CUSTACCT'.
        01  WS-CUSTADDR-DD          PIC X(8) VALUE 'CUSTADDR'.
        01  WS-CUSTREL-DD           PIC X(8) VALUE 'CUSTREL'.
        01  WS-CUSTFLAG-DD          PIC X(8) VALUE 'CUSTFLAG'.
        01  WS-FLAGACK-DD           PIC X(8) VALUE 'FLAGACK'.
        01  WS-LGLHOLD-DD           PIC X(8) VALUE 'LGLHOLD'.
        01  WS-ACKWORK-DD           PIC X(8) VALUE 'ACKWORK'.

      * VOLUME/RESPONSE-TIME EVENT FOR TD QUEUE BVOL - ONE LINE PER
      * INVOCATION, TIMED FROM TASK ENTRY TO THE RETURN, THE SAME
        01  WS-START-DAY-SECS     PIC 9(5).
        01  WS-END-DAY-SECS       PIC 9(5).
        01  WS-ELAPSED-SECONDS    PIC S9(5) VALUE 0.
      * OUT-CA-SHOWN-IMAGE IS THE CUST-RECORD LAST SHOWN ON THIS
      * TERMINAL, CARRIED FORWARD UNTIL A TASK REPLACES IT SO THE
      * NEXT UPDATE CAN BE CHECKED AGAINST CUSTFIL (CUSTVER)
        01  WS-OUT-COMMAREA.
            02  OUT-CA-MODE        PIC X(1).
            02  OUT-CA-CUST-KEY.
                04  OUT-CA-CUST-NUMBER PIC 9(7).
                04  FILLER             PIC X(33).
            02  OUT-CA-LAST-TASKN  PIC 9(7).
            02  OUT-CA-SHOWN-IMAGE PIC X(110).

        01  WS-VALID-SW          PIC X VALUE 'Y'.
            88  WS-SCREEN-VALID        VALUE 'Y'.
        01  WS-HIST-WRITTEN-SW      PIC X VALUE 'N'.
            88  WS-HIST-WRITTEN           VALUE 'Y'.

      * RESULT OF CHECKING THE CARRIED IMAGE (OR A PENDING RECORD'S
      * BEFORE-IMAGE) AGAINST CUSTFIL THIS TASK - 'V' STILL AS SHOWN,
      * 'S' CHANGED SINCE, 'N' NOT CHECKED
        01  WS-IMAGE-SW             PIC X VALUE 'N'.
            88  WS-IMAGE-VERIFIED         VALUE 'V'.
            88  WS-IMAGE-STALE            VALUE 'S'.

      * MAKER-CHECKER THRESHOLD FOR PAYMEI/PAYME1I - A KEYED AMOUNT
      * WHOSE ABSOLUTE VALUE EXCEEDS THIS REQUIRES A SECOND, DIFFERENT
      * OPERATOR'S APPROVAL BEFORE THE CHANGE IS APPLIED
      * PLUS THE CUSTOMER KEY
        01  WS-NOTES-COMMAREA       PIC X(41).

      * COMMAREA HANDED TO TESTGUIX ON A PF11 ACCOUNT-LIST JUMP -
      * MODE BYTE PLUS THE CUSTOMER KEY
        01  WS-ACCTS-COMMAREA       PIC X(41).

      * COMMAREA HANDED TO TESTGUID ON A PF2 ADDRESS-LIST JUMP -
      * MODE BYTE PLUS THE CUSTOMER KEY
        01  WS-ADDRS-COMMAREA       PIC X(41).

      * COMMAREA HANDED TO TESTGUIL ON A PF3 RELATIONSHIP-LIST JUMP -
      * MODE BYTE PLUS THE CUSTOMER KEY
        01  WS-RELS-COMMAREA        PIC X(41).

      * ACTIVE CUSTREL RELATIONSHIPS AS GATHERED BY THE SHARED
      * RELLIST LOOKUP - SHOWN AS A COUNT ON LOOKUP AND AT AN OFFBOARD
      * REQUEST, ENDED AND PRINTED WHEN THE OFFBOARD IS APPROVED
        01  WS-REL-TODAY            PIC 9(8).
        01  WS-REL-SUB              PIC 9(2).
        01  WS-REL-CNT-ED           PIC ZZ9.
        01  WS-REL-ENDED-CNT        PIC 9(3) VALUE 0.
        01  WS-REL-PASS-CNT         PIC 9(2) VALUE 0.
        01  WS-REL-PRT-LINE.
            02  FILLER              PIC X(2) VALUE SPACES.
            02  RP-DESC             PIC X(12).
            02  FILLER              PIC X VALUE SPACE.
            02  RP-OTHER            PIC 9(7).
            02  FILLER              PIC X VALUE SPACE.
            02  RP-NAME             PIC X(40).
            02  FILLER              PIC X(7) VALUE ' SINCE '.
            02  RP-START            PIC 9(8).
            02  FILLER              PIC X(5) VALUE ' DOC '.
            02  RP-DOC-REF          PIC X(20).

      * TODAY AND THE TIME OF DAY HANDED TO FLAGCHK - A FLAG IS IN
      * FORCE THROUGH ITS EXPIRY DATE, AND AN ACKNOWLEDGMENT IS
      * STAMPED WITH BOTH
        01  WS-FLAG-NOW.
            02  WS-FLAG-TODAY       PIC 9(8).
            02  WS-FLAG-TIME        PIC 9(6).

      * TODAY AND THE TIME OF DAY HANDED TO BULLCHK - A BULLETIN IS
      * IN FORCE TO THE MINUTE, AND AN ACKNOWLEDGMENT IS STAMPED
      * WITH BOTH
        01  WS-BULL-NOW.
            02  WS-BULL-TODAY       PIC 9(8).
            02  WS-BULL-TIME        PIC 9(6).

      * RESIDENTIAL TRAIL ON CUSTADDR AS FOUND BY ROLL-RESIDENTIAL-
      * ADDRESS - THE OPEN-ENDED RECORD, AND THE ONE ENDED TODAY (SO
      * A SAME-DAY UNDO CAN PUT THE TRAIL BACK AS IT WAS)
        01  WS-ADDR-TODAY           PIC 9(8).
        01  WS-RES-FOUND-SW         PIC X VALUE 'N'.
            88  WS-RES-FOUND              VALUE 'Y'.
        01  WS-RES-OPEN-SW          PIC X VALUE 'N'.
            88  WS-RES-OPEN-FOUND         VALUE 'Y'.
        01  WS-RES-OPEN-FROM        PIC 9(8).
        01  WS-RES-PRIOR-SW         PIC X VALUE 'N'.
            88  WS-RES-PRIOR-FOUND        VALUE 'Y'.
        01  WS-RES-PRIOR-FROM       PIC 9(8).
        01  WS-RES-PRIOR-ADDR       PIC X(40).
        01  WS-RES-PRIOR-ZIP        PIC X(5).

      * CUSTACCT LINKS THE CUSTOMER STILL HOLDS TO AN OPEN DFPACCT
      * ACCOUNT, COUNTED BY CHECK-OPEN-ACCOUNTS - AN OFFBOARD IS
      * REFUSED WHILE THIS IS NONZERO
        01  WS-OPEN-ACCT-CNT        PIC 9(3) VALUE 0.
        01  WS-LINK-CUST-NUMBER     PIC 9(7).

      * LEGAL HOLDS IN FORCE ON LGLHOLD FOR THE CUSTOMER, COUNTED BY
      * CHECK-LEGAL-HOLD - AN OFFBOARD IS REFUSED WHILE THIS IS
      * NONZERO. WS-HOLD-MATTER KEEPS THE FIRST MATTER FOUND
        01  WS-HOLD-CNT             PIC 9(3) VALUE 0.
        01  WS-HOLD-CUST-NUMBER     PIC 9(7).
        01  WS-HOLD-MATTER          PIC X(12).
        01  WS-HOLD-TODAY           PIC 9(8).

      * DOWNSTREAM REJECTIONS OF THIS CUSTOMER'S EXTRACTED CHANGES,
      * WORKLISTED ON ACKWORK BY GUI6ACKR. GATHER-DOWNSTREAM-REJECTS
      * COUNTS THE OPEN ONES (OR, REOPENING, THE ONES RESOLVED BY
      * WS-AW-TASKN) AND KEEPS THE FIRST 10 KEYS FOR THE UPDATE
        01  WS-AW-MODE-SW           PIC X VALUE 'R'.
            88  WS-AW-RESOLVING           VALUE 'R'.
            88  WS-AW-REOPENING           VALUE 'O'.
        01  WS-AW-CNT               PIC 9(3) VALUE 0.
        01  WS-AW-FIRST-CD          PIC X(4).
        01  WS-AW-TASKN             PIC 9(7).
        01  WS-AW-SUB               PIC 9(2).
        01  WS-AW-KEY-CNT           PIC 9(2) VALUE 0.
        01  WS-AW-KEY-TBL.
            02  WS-AW-KEY-ENTRY     PIC X(22) OCCURS 10 TIMES.

      * KEYED OFFBOARD REASON, CAPTURED BEFORE GUI6O (WHICH
      * REDEFINES THE RECEIVED GUI6I) IS CLEARED FOR THE REPLY
        01  WS-OFFBOARD-REASON      PIC X(3).
        01  WS-PRNT-LINE            PIC X(120).
        01  WS-PRNT-LEN             PIC S9(4) COMP VALUE 120.
        01  WS-PRT-HIST-CNT         PIC 9(1) VALUE 0.
      * RIDFLD FOR THE GUI6HCUS PATH - HIST-CUST-DATE-KEY'S SHAPE
        01  WS-HCUS-RID.
            02  WS-HCUS-NUMBER      PIC 9(7).
            02  WS-HCUS-DATE        PIC 9(7).
            02  WS-HCUS-TIME        PIC 9(7).
        01  WS-HCUS-END-SW          PIC X VALUE 'N'.
            88  WS-HCUS-END               VALUE 'Y'.
        01  WS-PRT-HIST-LINE.
            02  PH-TASKN            PIC 9(7).
            02  FILLER              PIC X VALUE SPACE.
            02  PAUD-DATE           PIC 9(7).
            02  FILLER              PIC X VALUE SPACE.
            02  PAUD-TIME           PIC 9(7).
            02  FILLER              PIC X VALUE SPACE.
            02  PAUD-VIEW-CLASS     PIC X.
            02  FILLER              PIC X VALUE SPACE.
            02  PAUD-CUST-NUMBER    PIC 9(7).
        01  WS-PAUD-LEN             PIC S9(4) COMP VALUE 75.

        01  WS-CARC-REC.
            02  CARC-CUST-NAME      PIC X(40).
            02  CARC-CUST-ZIP       PIC X(5).
            02  FILLER              PIC X VALUE SPACE.
            02  CARC-CUST-STATUS    PIC X.
            02  FILLER              PIC X VALUE SPACE.
            02  CARC-CUST-NUMBER    PIC 9(7).
        01  WS-CARC-LEN             PIC S9(4) COMP VALUE 97.

      * OPERATOR ID ON THE CUSTOMER'S LATEST NOTE - '*AT' MEANS THE
      * GUI6ATO TAKEOVER SCREEN HAS THE LAST WORD
        01  WS-LAST-NOTE-OPID       PIC X(3).
            88  WS-TAKEOVER-ALERT-OPEN  VALUE '*AT'.

        01  WS-AMT-VALUE            PIC S9(9)V99 VALUE 0.
        01  WS-PAYMEI-AMT           PIC S9(9)V99 VALUE 0.
        01  WS-PAYME1I-AMT          PIC S9(9)V99 VALUE 0.
            88  WS-CHECKER-ELIGIBLE       VALUE 'Y'.
        01  WS-APPR-AMT-NEEDED      PIC S9(9)V99 VALUE 0.

      * WORK FIELDS FOR REWRITE-CUSTOMER-RECORD - THE NAME/ADDR/ZIP
      * TO APPLY TO THE CUSTFIL RECORD ALREADY HELD FOR UPDATE
        01  WS-NEW-CUST-NAME        PIC X(40).
        01  WS-NEW-CUST-ADDR        PIC X(40).
        01  WS-NEW-CUST-ZIP         PIC X(5).

      * SET 'N' BY REWRITE-CUSTOMER-RECORD (OR A CALLER THAT COULDN'T
      * EVEN GET CUSTFIL READ FOR UPDATE) WHENEVER THE CUSTOMER MASTER
      * UPDATE DIDN'T GO THROUGH, SO THE CALLER KNOWS NOT TO REPORT
      * SUCCESS

      * WRITTEN TO TD QUEUE BREAD BY WRITE-READ-ACCESS-EVENT EVERY TIME
      * LOOKUP-AND-SHOW DISPLAYS A CUSTOMER RECORD, SO A LOOK-ONLY VIEW
      * LEAVES THE SAME KIND OF TRACE A CHANGE ALREADY DOES IN GUI6HIST.
      * RDA-VIEW-CLASS IS THE CUSTMASK CLASS THE OPERATOR SAW IT IN -
      * 'F' FULL DATA, 'M' MASKED
        01  WS-READ-ACCESS-REC.
            02  RDA-TRNID           PIC X(4).
            02  FILLER              PIC X VALUE SPACE.
            02  RDA-DATE            PIC 9(7).
            02  FILLER              PIC X VALUE SPACE.
            02  RDA-TIME            PIC 9(7).
            02  FILLER              PIC X VALUE SPACE.
            02  RDA-VIEW-CLASS      PIC X.
            02  FILLER              PIC X VALUE SPACE.
            02  RDA-CUST-NUMBER     PIC 9(7).
        01  WS-READ-ACCESS-LEN      PIC S9(4) COMP VALUE 75.

      * OUTBOUND ADDRESS-CHANGE NOTIFICATION FED TO TD QUEUE ADRN SO A
      * DOWNSTREAM MAIL-FORWARDING OR ADDRESS-VERIFICATION PROCESS CAN
            02  ADRN-DATE           PIC 9(7).
            02  FILLER              PIC X VALUE SPACE.
            02  ADRN-TIME           PIC 9(7).
            02  FILLER              PIC X VALUE SPACE.
            02  ADRN-CUST-NUMBER    PIC 9(7).
        01  WS-ADDR-CHANGE-LEN      PIC S9(4) COMP VALUE 155.

      * OUTBOUND PAYMENT-APPROVAL NOTIFICATION FED TO TD QUEUE PMTA SO
      * THE DOWNSTREAM PAYMENTS SYSTEM PICKS UP A MAKER-CHECKER CHANGE
            02  PMTA-DATE           PIC 9(7).
            02  FILLER              PIC X VALUE SPACE.
            02  PMTA-TIME           PIC 9(7).
            02  FILLER              PIC X VALUE SPACE.
            02  PMTA-CUST-NUMBER    PIC 9(7).
        01  WS-PMTA-NOTIFY-LEN      PIC S9(4) COMP VALUE 90.

        LINKAGE SECTION.
        01  DFHCOMMAREA.
            02  CA-MODE           PIC X(1).
            02  CA-CUST-KEY.
                04  CA-CUST-NUMBER  PIC 9(7).
                04  FILLER          PIC X(33).
            02  CA-LAST-TASKN     PIC 9(7).
            02  CA-SHOWN-IMAGE    PIC X(110).

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

                SET WS-TRAINING-MODE TO TRUE
                MOVE 'CUSTFILT' TO WS-CUSTFIL-DD
                MOVE 'GUI6HSTT' TO WS-GUI6HIST-DD
                MOVE 'GUI6HCUT' TO WS-GUI6HCUS-DD
                MOVE 'ZIPXREFT' TO WS-ZIPXREF-DD
                MOVE 'CUSTNRMT' TO WS-CUSTNORM-DD
                MOVE 'CUSTNOTT' TO WS-CUSTNOTE-DD
                MOVE 'CUSTJRNT' TO WS-CUSTJRNL-DD
                MOVE 'CUSTACTT' TO WS-CUSTACCT-DD
                MOVE 'CUSTADRT' TO WS-CUSTADDR-DD
                MOVE 'CUSTRELT' TO WS-CUSTREL-DD
                MOVE 'CUSTFLGT' TO WS-CUSTFLAG-DD
                MOVE 'FLAGACKT' TO WS-FLAGACK-DD
                MOVE 'LGLHOLDT' TO WS-LGLHOLD-DD
                MOVE 'ACKWRKT'  TO WS-ACKWORK-DD
            END-IF.

            PERFORM LOAD-SHOP-PARAMETERS.

      * TESTGUIB AND TESTGUIP XCTL IN WITH A SHORTER COMMAREA THAT
      * CARRIES NO SHOWN IMAGE
            IF EIBCALEN >= 158
                MOVE CA-SHOWN-IMAGE TO OUT-CA-SHOWN-IMAGE
            ELSE
                MOVE SPACES TO OUT-CA-SHOWN-IMAGE
            END-IF.

            IF EIBCALEN = 0
                PERFORM INITIAL-SCREEN
            ELSE
            IF WS-TRAINING-MODE
                MOVE '*TRAINING' TO CURSO
            END-IF
            PERFORM CHECK-BULLETINS
            IF NOT BC-NO-BULLETIN
                PERFORM SHOW-BULLETIN-LINE
            END-IF
            EXEC CICS SEND MAP('GUI6') MAPSET('MAP01') ERASE END-EXEC
            MOVE SPACES TO WS-OUT-COMMAREA
            MOVE 'U'    TO OUT-CA-MODE
            PERFORM WRITE-VOLUME-EVENT
            EXEC CICS RETURN TRANSID(EIBTRNID)
                COMMAREA(WS-OUT-COMMAREA)
                LENGTH(158)
            END-EXEC.

      * ENTERED VIA XCTL FROM TESTGUIB WITH A CUSTOMER KEY PICKED OFF
            IF WS-TRAINING-MODE
                MOVE '*TRAINING' TO CURSO
            END-IF
            MOVE CA-CUST-NUMBER TO CUST-NUMBER
            EXEC CICS READ DATASET(WS-CUSTFIL-DD)
                INTO(CUST-RECORD)
                RIDFLD(CUST-KEY)
                RESP(WS-RESP)
            END-EXEC
            MOVE SPACE TO CM-VIEW-CLASS
            PERFORM MASK-CUSTOMER-VIEW
            MOVE CM-NAME TO NAMEO
            MOVE CM-ADDR TO ADDRO
            MOVE CM-ZIP  TO ZIPO
            IF WS-RESP = DFHRESP(NORMAL)
                MOVE CUST-RECORD TO OUT-CA-SHOWN-IMAGE
                PERFORM CHECK-CAUTION-FLAGS
                IF FC-NOT-ACKNOWLEDGED
                    PERFORM SHOW-CAUTION-BANNER
                ELSE
                    PERFORM CHECK-TAKEOVER-ALERT
                    IF NOT WS-TAKEOVER-ALERT-OPEN
                        PERFORM CHECK-DOWNSTREAM-REJECTS
                        IF WS-AW-CNT = 0
                            PERFORM SHOW-ACTIVE-RELATIONSHIPS
                        END-IF
                    END-IF
                    IF FC-ACKNOWLEDGED AND ERRMSGO = LOW-VALUES
                        PERFORM SHOW-CAUTION-BANNER
                    END-IF
                END-IF
            ELSE
                MOVE SPACES TO OUT-CA-SHOWN-IMAGE
            END-IF
            IF NOT WS-TRAINING-MODE
                PERFORM WRITE-READ-ACCESS-EVENT
            END-IF
            PERFORM WRITE-VOLUME-EVENT
            EXEC CICS RETURN TRANSID(EIBTRNID)
                COMMAREA(WS-OUT-COMMAREA)
                LENGTH(158)
            END-EXEC.

      * WALK THE CUSTOMER'S NOTES TO THE LATEST ONE - WHEN THE NIGHTLY
      * GUI6ATO TAKEOVER SCREEN WROTE IT, NO OPERATOR HAS ANSWERED THE
      * ALERT YET, SO THE NEXT ONE TO OPEN THE CUSTOMER IS TOLD BEFORE
      * KEYING ANYTHING. A NOTE ADDED THROUGH PF9 CLEARS IT
        CHECK-TAKEOVER-ALERT.
            MOVE SPACES TO WS-LAST-NOTE-OPID
            MOVE CA-CUST-NUMBER TO NT-CUST-NUMBER
            MOVE 0 TO NT-SEQNO
            EXEC CICS STARTBR DATASET(WS-CUSTNOTE-DD)
                RIDFLD(NT-KEY)
                GTEQ
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NORMAL)
                PERFORM UNTIL WS-RESP NOT = DFHRESP(NORMAL)
                    EXEC CICS READNEXT DATASET(WS-CUSTNOTE-DD)
                        INTO(NT-RECORD)
                        RIDFLD(NT-KEY)
                        RESP(WS-RESP)
                    END-EXEC
                    IF WS-RESP = DFHRESP(NORMAL)
                        IF NT-CUST-NUMBER NOT = CA-CUST-NUMBER
                            MOVE DFHRESP(ENDFILE) TO WS-RESP
                        ELSE
                            MOVE NT-OPID TO WS-LAST-NOTE-OPID
                        END-IF
                    END-IF
                END-PERFORM
                EXEC CICS ENDBR DATASET(WS-CUSTNOTE-DD) END-EXEC
            END-IF
            IF WS-TAKEOVER-ALERT-OPEN
                MOVE 'TAKEOVER ALERT - SEE NOTES (PF9)' TO ERRMSGO
            END-IF.

      * A CUSTOMER IN ANY ACTIVE JOINT/GUARDIAN/POA RELATIONSHIP
      * SAYS SO WHEN OPENED - THE PARTIES THEMSELVES ARE ON PF3. A
      * TAKEOVER ALERT OUTRANKS IT FOR THE ONE MESSAGE LINE.
        SHOW-ACTIVE-RELATIONSHIPS.
            PERFORM GATHER-ACTIVE-RELATIONSHIPS
            IF RL-ACTIVE-CNT > 0
                MOVE RL-ACTIVE-CNT TO WS-REL-CNT-ED
                STRING 'ACTIVE RELATIONSHIPS:' WS-REL-CNT-ED
                    ' - SEE PF3' DELIMITED BY SIZE INTO ERRMSGO
            END-IF.

      * CAUTION FLAGS IN FORCE TODAY AND WHETHER THIS OPERATOR HAS
      * ACKNOWLEDGED THEM, FROM THE SHARED FLAGCHK CHECK
        CHECK-CAUTION-FLAGS.
            SET FC-CHECK-ONLY TO TRUE
            PERFORM CALL-FLAGCHK.

      * PF12 - LOG THIS OPERATOR'S ACKNOWLEDGMENT OF THE CUSTOMER'S
      * FLAGS TO FLAGACK AND SHOW THE REASON IN THEIR PLACE
        LOG-FLAG-ACKNOWLEDGMENT.
            SET FC-ACKNOWLEDGE TO TRUE
            PERFORM CALL-FLAGCHK
            IF FC-NO-FLAGS
                MOVE 'NO CAUTION FLAG IN FORCE' TO ERRMSGO
            ELSE
            IF FC-ACK-FAILED
                MOVE 'UNABLE TO LOG ACKNOWLEDGMENT' TO ERRMSGO
                MOVE DFHRED TO ERRMSGC
            ELSE
                PERFORM SHOW-CAUTION-BANNER
            END-IF
            END-IF.

        CALL-FLAGCHK.
            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-FLAG-NOW
            MOVE CA-CUST-NUMBER TO FC-CUST-NUMBER
            MOVE EIBOPID        TO FC-OPID
            MOVE EIBTRMID       TO FC-TRMID
            MOVE EIBTRNID       TO FC-TRNID
            MOVE WS-FLAG-TODAY  TO FC-TODAY
            MOVE WS-FLAG-TIME   TO FC-NOW-TIME
            MOVE WS-CUSTFLAG-DD TO FC-CUSTFLAG-DD
            MOVE WS-FLAGACK-DD TO FC-FLAGACK-DD
            CALL 'FLAGCHK' USING FLAGCHK-PARMS.

      * AN UNACKNOWLEDGED FLAG IS BANNERED IN RED WITH THE PF12
      * PROMPT AND OUTRANKS EVERY OTHER MESSAGE. ONCE ACKNOWLEDGED
      * THE HEADLINE FLAG'S REASON IS SHOWN IN YELLOW INSTEAD
        SHOW-CAUTION-BANNER.
            MOVE SPACES TO ERRMSGO
            IF FC-NOT-ACKNOWLEDGED
                STRING 'CAUTION ' FC-HEAD-DESC DELIMITED BY '  '
                    ' - PF12 ACK' DELIMITED BY SIZE INTO ERRMSGO
                MOVE DFHRED TO ERRMSGC
            ELSE
                STRING 'CAUTION ' FC-HEAD-REASON
                    DELIMITED BY SIZE INTO ERRMSGO
                MOVE DFHYELLO TO ERRMSGC
            END-IF.

      * SUPERVISOR BULLETINS IN FORCE FOR THIS OPERATOR AT THIS
      * TERMINAL AND WHETHER THE HEADLINE ONE STILL NEEDS THEIR
      * ACKNOWLEDGMENT, FROM THE SHARED BULLCHK CHECK. BULLETINS ARE
      * FLOOR-WIDE, SO TRAINING SEES AND ACKNOWLEDGES THE SAME ONES.
        CHECK-BULLETINS.
            SET BC-CHECK-ONLY TO TRUE
            PERFORM CALL-BULLCHK.

      * PF1 - LOG THIS OPERATOR'S ACKNOWLEDGMENT OF THE BULLETIN ON
      * THEIR MESSAGE LINE TO BULLACK. A FURTHER UNACKNOWLEDGED
      * HIGH-PRIORITY BULLETIN, IF ANY, TAKES ITS PLACE.
        LOG-BULLETIN-ACKNOWLEDGMENT.
            SET BC-ACKNOWLEDGE TO TRUE
            PERFORM CALL-BULLCHK
            IF BC-ACK-FAILED
                MOVE 'UNABLE TO LOG ACKNOWLEDGMENT' TO ERRMSGO
                MOVE DFHRED TO ERRMSGC
            ELSE
            IF NOT BC-ACKNOWLEDGED
                MOVE 'NO BULLETIN NEEDS ACKNOWLEDGING' TO ERRMSGO
            ELSE
                MOVE SPACES TO ERRMSGO
                STRING 'BULLETIN ' BC-HEAD-NUMBER ' ACKNOWLEDGED'
                    DELIMITED BY SIZE INTO ERRMSGO
                PERFORM CHECK-BULLETINS
                IF BC-NOT-ACKNOWLEDGED
                    PERFORM SHOW-BULLETIN-LINE
                END-IF
            END-IF
            END-IF.

        CALL-BULLCHK.
            MOVE FUNCTION CURRENT-DATE(1:14) TO WS-BULL-NOW
            MOVE EIBOPID        TO BC-OPID
            MOVE EIBTRMID       TO BC-TRMID
            MOVE EIBTRNID       TO BC-TRNID
            MOVE WS-BULL-TODAY  TO BC-TODAY
            MOVE WS-BULL-TIME   TO BC-NOW-TIME
            CALL 'BULLCHK' USING BULLCHK-PARMS.

      * AN UNACKNOWLEDGED HIGH-PRIORITY BULLETIN IS SHOWN IN RED
      * BEHIND THE PF1 PROMPT; ANY OTHER IN FORCE IN YELLOW
        SHOW-BULLETIN-LINE.
            MOVE SPACES TO ERRMSGO
            IF BC-NOT-ACKNOWLEDGED
                STRING 'PF1=ACK ' BC-HEAD-TEXT
                    DELIMITED BY SIZE INTO ERRMSGO
                MOVE DFHRED TO ERRMSGC
            ELSE
                STRING 'NOTICE: ' BC-HEAD-TEXT
                    DELIMITED BY SIZE INTO ERRMSGO
                MOVE DFHYELLO TO ERRMSGC
            END-IF.

        GATHER-ACTIVE-RELATIONSHIPS.
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REL-TODAY
            MOVE CA-CUST-NUMBER TO RL-CUST-NUMBER
            MOVE WS-REL-TODAY   TO RL-AS-OF-DATE
            MOVE WS-CUSTREL-DD  TO RL-CUSTREL-DD
            MOVE WS-CUSTFIL-DD  TO RL-CUSTFIL-DD
            CALL 'RELLIST' USING RELLIST-PARMS.

      * EVERY LOOKUP GETS A TD-QUEUE EVENT REGARDLESS OF WHETHER THE
      * READ FOUND A RECORD, SO A BAD KEY THAT AN OPERATOR HUNTED FOR
      * IS ALSO ANSWERABLE FROM BREAD, THE SAME WAY BREJ CAPTURES A
        WRITE-READ-ACCESS-EVENT.
            MOVE EIBTRNID    TO RDA-TRNID
            MOVE EIBOPID     TO RDA-OPID
      * THE NAME AS IT STOOD WHEN VIEWED - A NUMBER THAT DID NOT
      * READ HAS NONE
            IF OUT-CA-SHOWN-IMAGE = SPACES
                MOVE SPACES  TO RDA-CUST-KEY
            ELSE
                MOVE CUST-NAME TO RDA-CUST-KEY
            END-IF
            MOVE CA-CUST-NUMBER TO RDA-CUST-NUMBER
            MOVE EIBDATE     TO RDA-DATE
            MOVE EIBTIME     TO RDA-TIME
            MOVE CM-VIEW-CLASS TO RDA-VIEW-CLASS
            EXEC CICS WRITEQ TD
                QUEUE('BREAD')
                FROM(WS-READ-ACCESS-REC)
                LENGTH(WS-READ-ACCESS-LEN)
            END-EXEC.

      * PASS THE CUSTOMER'S NAME/ADDRESS/ZIP THROUGH THE SHARED
      * CUSTMASK RULE FOR THIS OPERATOR - CM-NAME/ADDR/ZIP COME BACK
      * AS THEY MAY BE SHOWN, CM-VIEW-CLASS AS 'F' OR 'M'. THE CALLER
      * BLANKS CM-VIEW-CLASS ONCE PER TASK SO OPERPROF IS READ ONCE.
        MASK-CUSTOMER-VIEW.
            MOVE EIBOPID   TO CM-OPID
            MOVE CUST-NAME TO CM-NAME
            MOVE CUST-ADDR TO CM-ADDR
            MOVE CUST-ZIP  TO CM-ZIP
            CALL 'CUSTMASK' USING CUSTMASK-PARMS.

      * EVERY REDISPLAY OF THE CUSTOMER ON FILE GOES THROUGH THE SAME
      * CUSTMASK RULE LOOKUP-AND-SHOW APPLIES, SO AN OPERATOR WITHOUT
      * FULL VISIBILITY NEVER GETS FULL DATA BACK BY PRESSING ENTER
        SHOW-CUSTOMER-FIELDS.
            MOVE SPACE TO CM-VIEW-CLASS
            PERFORM MASK-CUSTOMER-VIEW
            MOVE CM-NAME TO NAMEO
            MOVE CM-ADDR TO ADDRO
            MOVE CM-ZIP  TO ZIPO.

        RECEIVE-AND-UPDATE.
            EXEC CICS RECEIVE MAP('GUI6') MAPSET('MAP01')
                INTO(GUI6I)
                    LENGTH(41)
                END-EXEC
            END-IF
      * PF11 JUMPS TO THE CUSTOMER'S ACCOUNT LIST (TESTGUIX) THE SAME
      * WAY - KEYED FIELDS ARE NOT PROCESSED
            IF EIBAID = DFHPF11 AND CA-CUST-KEY NOT = SPACES
                MOVE 'V'         TO WS-ACCTS-COMMAREA(1:1)
                MOVE CA-CUST-KEY TO WS-ACCTS-COMMAREA(2:40)
                EXEC CICS XCTL PROGRAM('TESTGUIX')
                    COMMAREA(WS-ACCTS-COMMAREA)
                    LENGTH(41)
                END-EXEC
            END-IF
      * PF2 JUMPS TO THE CUSTOMER'S DATED ADDRESSES (TESTGUID) THE
      * SAME WAY - KEYED FIELDS ARE NOT PROCESSED
            IF EIBAID = DFHPF2 AND CA-CUST-KEY NOT = SPACES
                MOVE 'V'         TO WS-ADDRS-COMMAREA(1:1)
                MOVE CA-CUST-KEY TO WS-ADDRS-COMMAREA(2:40)
                EXEC CICS XCTL PROGRAM('TESTGUID')
                    COMMAREA(WS-ADDRS-COMMAREA)
                    LENGTH(41)
                END-EXEC
            END-IF
      * PF3 JUMPS TO THE CUSTOMER'S RELATIONSHIPS (TESTGUIL) THE
      * SAME WAY - KEYED FIELDS ARE NOT PROCESSED
            IF EIBAID = DFHPF3 AND CA-CUST-KEY NOT = SPACES
                MOVE 'V'         TO WS-RELS-COMMAREA(1:1)
                MOVE CA-CUST-KEY TO WS-RELS-COMMAREA(2:40)
                EXEC CICS XCTL PROGRAM('TESTGUIL')
                    COMMAREA(WS-RELS-COMMAREA)
                    LENGTH(41)
                END-EXEC
            END-IF
      * PF1 ACKNOWLEDGES THE HIGH-PRIORITY SUPERVISOR BULLETIN ON THE
      * MESSAGE LINE - LIKE PF12 IT CHANGES NO CUSTOMER DATA, SO IT
      * IS TAKEN AT ANY HOUR, AND KEYED FIELDS ARE IGNORED
            IF EIBAID = DFHPF1
                MOVE LOW-VALUES TO GUI6O
                IF WS-TRAINING-MODE
                    MOVE '*TRAINING' TO CURSO
                END-IF
                PERFORM LOG-BULLETIN-ACKNOWLEDGMENT
                PERFORM SEND-OFFBOARD-REPLY
            END-IF
      * PF12 ACKNOWLEDGES THE CUSTOMER'S CAUTION FLAGS - LOGGING WHO
      * WAS WARNED CHANGES NO CUSTOMER DATA, SO IT IS TAKEN EVEN
      * OUTSIDE THE OPERATOR'S HOURS, AND KEYED FIELDS ARE IGNORED
            IF EIBAID = DFHPF12 AND CA-CUST-KEY NOT = SPACES
                MOVE LOW-VALUES TO GUI6O
                IF WS-TRAINING-MODE
                    MOVE '*TRAINING' TO CURSO
                END-IF
                PERFORM LOG-FLAG-ACKNOWLEDGMENT
                PERFORM SEND-OFFBOARD-REPLY
            END-IF
      * EVERYTHING FROM HERE ON EXCEPT THE PF4 PRINT CAN UPDATE, SO
      * IT IS REFUSED OUTSIDE THE OPERATOR'S PERMITTED HOURS OR FROM
      * A TERMINAL OFF THEIR OPERPROF LIST
            IF EIBAID NOT = DFHPF4 OR CA-CUST-KEY = SPACES
                PERFORM CHECK-SIGNON-WINDOW
                IF NOT SC-SIGNON-OK
                    MOVE LOW-VALUES TO GUI6O
                    IF WS-TRAINING-MODE
                        MOVE '*TRAINING' TO CURSO
                    END-IF
                    MOVE SC-MESSAGE TO ERRMSGO
                    PERFORM SEND-OFFBOARD-REPLY
                END-IF
            END-IF
      * NOR IS ANY OF IT ACCEPTED FOR A FLAGGED CUSTOMER UNTIL THIS
      * OPERATOR HAS ACKNOWLEDGED THE FLAG WITH PF12
            IF EIBAID NOT = DFHPF4 AND CA-CUST-KEY NOT = SPACES
                PERFORM CHECK-CAUTION-FLAGS
                IF FC-NOT-ACKNOWLEDGED
                    MOVE LOW-VALUES TO GUI6O
                    IF WS-TRAINING-MODE
                        MOVE '*TRAINING' TO CURSO
                    END-IF
                    MOVE 'CAUTION FLAG NOT ACKNOWLEDGED-PF12'
                         TO ERRMSGO
                    MOVE DFHRED TO ERRMSGC
                    PERFORM SEND-OFFBOARD-REPLY
                END-IF
            END-IF
      * NOR WHILE A HIGH-PRIORITY SUPERVISOR BULLETIN IS IN FORCE
      * THAT THIS OPERATOR HAS NOT YET ACKNOWLEDGED - THE BULLETIN
      * ITSELF IS SHOWN IN PLACE OF THE UPDATE, KEYED FIELDS KEPT
            IF EIBAID NOT = DFHPF4
                PERFORM CHECK-BULLETINS
                IF BC-NOT-ACKNOWLEDGED
                    MOVE LOW-VALUES TO GUI6O
                    IF WS-TRAINING-MODE
                        MOVE '*TRAINING' TO CURSO
                    END-IF
                    PERFORM SHOW-BULLETIN-LINE
                    PERFORM SEND-OFFBOARD-REPLY
                END-IF
            END-IF
      * PF10 REQUESTS THE CUSTOMER'S OFFBOARD - MAKER KEYS A REASON,
      * A DIFFERENT CHECKER MUST APPROVE BEFORE ANYTHING IS REMOVED
            IF EIBAID = DFHPF10 AND CA-CUST-KEY NOT = SPACES
            SET WS-SCREEN-VALID TO TRUE
            MOVE 'N' TO WS-HIST-WRITTEN-SW
            MOVE 'N' TO WS-NEEDS-CHECKER-SW
            MOVE 'N' TO WS-IMAGE-SW
            MOVE CA-CUST-KEY TO OUT-CA-CUST-KEY
            PERFORM EDIT-NAME-ADDR-FIELDS
            PERFORM EDIT-ZIP-FIELDS
            MOVE NAMEI TO NAMEO
            MOVE ADDRI TO ADDRO
            MOVE ZIPI  TO ZIPO
      * AN ENTER THAT GETS THIS FAR REWRITES THE CUSTOMER MASTER, SO
      * THE RECORD MUST STILL BE WHAT THIS TERMINAL WAS SHOWN
            IF WS-SCREEN-VALID AND CA-CUST-KEY NOT = SPACES
                PERFORM VERIFY-SHOWN-IMAGE
            END-IF
            IF WS-SCREEN-VALID
                IF NEWNAMEI NOT = SPACES OR NEWADDRI NOT = SPACES
                   OR NEWZIPI NOT = SPACES OR WS-NEEDS-CHECKER
            PERFORM WRITE-VOLUME-EVENT
            EXEC CICS RETURN TRANSID(EIBTRNID)
                COMMAREA(WS-OUT-COMMAREA)
                LENGTH(158)
            END-EXEC.

      * THE CUSTOMER MASTER MUST STILL BE EXACTLY THE IMAGE LAST SHOWN
      * ON THIS TERMINAL. IF ANOTHER OPERATOR OR A BATCH RUN HAS
      * CHANGED IT SINCE, THE KEYED CHANGE IS REFUSED, THE CURRENT
      * VALUES ARE SHOWN WITH WHO CHANGED THEM, AND THE CARRIED IMAGE
      * IS REFRESHED SO THE OPERATOR CAN RECHECK AND PRESS ENTER
      * AGAIN. A PASSED CHECK LEAVES CUST-RECORD HOLDING THE VERIFIED
      * RECORD, WHICH LOG-CHANGE-HISTORY TAKES AS ITS BEFORE-IMAGE.
        VERIFY-SHOWN-IMAGE.
            MOVE CA-CUST-NUMBER TO CUST-NUMBER
            EXEC CICS READ DATASET(WS-CUSTFIL-DD)
                INTO(CUST-RECORD)
                RIDFLD(CUST-KEY)
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE 'UNABLE TO READ CUSTOMER MASTER' TO ERRMSGO
                SET WS-SCREEN-VALID TO FALSE
            ELSE
                SET CV-MODE-FULL TO TRUE
                MOVE OUT-CA-SHOWN-IMAGE TO CV-SHOWN-IMAGE
                MOVE CUST-RECORD        TO CV-CURRENT-IMAGE
                CALL 'CUSTVER' USING CUSTVER-PARMS
                IF CV-CHANGED
                    SET WS-IMAGE-STALE TO TRUE
                    SET WS-SCREEN-VALID TO FALSE
                    MOVE 'N' TO WS-NEEDS-CHECKER-SW
                    MOVE CV-MESSAGE  TO ERRMSGO
                    MOVE CUST-RECORD TO OUT-CA-SHOWN-IMAGE
                ELSE
                    SET WS-IMAGE-VERIFIED TO TRUE
                    MOVE CUST-STATUS TO WS-CUST-STATUS-SAVE
                END-IF
                PERFORM SHOW-CUSTOMER-FIELDS
      * THE REFRESHED VALUES ARE A NEW VIEW OF THE CUSTOMER, LOGGED
      * TO BREAD WITH THE CLASS THEY WERE SHOWN UNDER
                IF WS-IMAGE-STALE AND NOT WS-TRAINING-MODE
                    PERFORM WRITE-READ-ACCESS-EVENT
                END-IF
            END-IF.

      * FIRST ARRIVAL FOR THIS PENDING APPROVAL AT THIS TERMINAL - XCTL'D
      * IN FROM TESTGUIP'S WORKLIST WITH CA-MODE 'X', SO NO GUI6 MAP HAS
      * EVER BEEN SENT HERE THIS TASK. SEND THE CONFIRMATION SCREEN AND
                MOVE HIST-NEW-ZIP  TO ZIPO
                MOVE 'PENDING CHECKER APPROVAL - PF6 TO APPROVE'
                     TO ERRMSGO
                IF CA-CUST-KEY NOT = SPACES
                    PERFORM CHECK-CAUTION-FLAGS
                    IF FC-NOT-ACKNOWLEDGED
                        PERFORM SHOW-CAUTION-BANNER
                    END-IF
                END-IF
            ELSE
                MOVE 'UNABLE TO READ PENDING APPROVAL RECORD'
                     TO ERRMSGO
            PERFORM WRITE-VOLUME-EVENT
            EXEC CICS RETURN TRANSID(EIBTRNID)
                COMMAREA(WS-OUT-COMMAREA)
                LENGTH(158)
            END-EXEC.

      * A PAYMEI/PAYME1I CHANGE OVER WS-PAYMENT-THRESHOLD WAS LOGGED
                ELSE
                IF EIBAID = DFHPF6
                    PERFORM CHECK-CHECKER-ELIGIBILITY
                    PERFORM CHECK-SIGNON-WINDOW
                    MOVE 0 TO WS-OPEN-ACCT-CNT
                    MOVE 0 TO WS-HOLD-CNT
                    IF HIST-TYPE-OFFBOARD
                        MOVE CA-CUST-NUMBER TO CX-CUST-NUMBER
                        PERFORM CHECK-OPEN-ACCOUNTS
                        MOVE CA-CUST-NUMBER TO WS-HOLD-CUST-NUMBER
                        PERFORM CHECK-LEGAL-HOLD
                    END-IF
                    MOVE 'N' TO WS-IMAGE-SW
                    IF NOT HIST-TYPE-OFFBOARD
                        PERFORM CHECK-PENDING-BASE-IMAGE
                    END-IF
                    SET FC-NO-FLAGS TO TRUE
                    IF CA-CUST-KEY NOT = SPACES
                        PERFORM CHECK-CAUTION-FLAGS
                    END-IF
                    IF NOT SC-SIGNON-OK
                        MOVE SC-MESSAGE TO ERRMSGO
                        MOVE 'P' TO OUT-CA-MODE
                    ELSE
                    IF FC-NOT-ACKNOWLEDGED
                        MOVE 'CAUTION FLAG NOT ACKNOWLEDGED-PF12'
                             TO ERRMSGO
                        MOVE DFHRED TO ERRMSGC
                        MOVE 'P' TO OUT-CA-MODE
                    ELSE
                    IF EIBOPID = HIST-MAKER-OPID
                        MOVE 'CHECKER MUST BE A DIFFERENT OPERATOR'
                             TO ERRMSGO
                             TO ERRMSGO
                        MOVE 'P' TO OUT-CA-MODE
                    ELSE
      * AN ACCOUNT MAY HAVE BEEN LINKED SINCE THE OFFBOARD WAS
      * REQUESTED - RECHECKED HERE, BEFORE THE APPROVAL IS STAMPED,
      * SO THE REQUEST STAYS PENDING UNTIL THE ACCOUNTS ARE DEALT
      * WITH
                    IF HIST-TYPE-OFFBOARD
                            AND WS-OPEN-ACCT-CNT > 0
                        MOVE 'CUSTOMER HOLDS OPEN ACCOUNT(S)'
                             TO ERRMSGO
                        MOVE 'P' TO OUT-CA-MODE
                    ELSE
      * SO MAY A LEGAL HOLD HAVE BEEN PLACED - THE REQUEST STAYS
      * PENDING UNTIL LEGAL RELEASES IT
                    IF HIST-TYPE-OFFBOARD
                            AND WS-HOLD-CNT > 0
                        MOVE SPACES TO ERRMSGO
                        STRING 'UNDER LEGAL HOLD - ' WS-HOLD-MATTER
                            DELIMITED BY SIZE INTO ERRMSGO
                        MOVE 'P' TO OUT-CA-MODE
                    ELSE
      * THE CUSTOMER HAS CHANGED SINCE THE MAKER KEYED THIS - APPLYING
      * IT NOW WOULD SILENTLY UNDO THE LATER CHANGE, SO IT STAYS
      * PENDING UNTIL THE MAKER RECHECKS
                    IF WS-IMAGE-STALE
                        MOVE CV-MESSAGE TO ERRMSGO
                        MOVE 'P' TO OUT-CA-MODE
                    ELSE
      * FIRST PF6 ON A PENDING RECORD STAMPS THE FIRST CHECKER. A
      * CHANGE OVER WS-PAYMENT-THRESHOLD2 IS THEN ONLY MOVED TO
      * PENDING-SECOND-APPROVAL - A SECOND, DIFFERENT CHECKER'S PF6
                            MOVE EIBTIME TO HIST-APPR2-TIME
                            SET HIST-APPR-APPROVED TO TRUE
                        END-IF
                        CALL 'HISTAIX' USING HIST-RECORD
                        EXEC CICS REWRITE FILE(WS-GUI6HIST-DD)
                            FROM(HIST-RECORD)
                            RESP(WS-RESP)
                        ELSE
                            MOVE 'Y' TO WS-CUSTFIL-UPD-SW
                            IF CA-CUST-KEY NOT = SPACES
                                MOVE CA-CUST-NUMBER TO CUST-NUMBER
                                EXEC CICS READ DATASET(WS-CUSTFIL-DD)
                                    INTO(CUST-RECORD)
                                    RIDFLD(CUST-KEY)
                                         TO WS-NEW-CUST-ADDR
                                    MOVE HIST-NEW-ZIP
                                         TO WS-NEW-CUST-ZIP
                                    PERFORM REWRITE-CUSTOMER-RECORD
                                END-IF
                                END-IF
                            END-IF
                                    MOVE
                                'OFFBOARD APPROVED - CUSTOMER REMOVED'
                                         TO ERRMSGO
                                    IF WS-REL-ENDED-CNT > 0
                                        PERFORM SHOW-ENDED-RELATIONSHIPS
                                    END-IF
                                ELSE
      * A 'V' REVERT RIDES THIS SAME PENDING PATH BUT CARRIES NO
      * PAYMENT - NOTIFYING THE PAYMENTS FEED FOR IT WOULD HAND
      * DOWNSTREAM A PAYMENT APPROVAL THAT NEVER HAPPENED
                                    MOVE CA-LAST-TASKN TO WS-AW-TASKN
                                    SET WS-AW-RESOLVING TO TRUE
                                    PERFORM RESOLVE-DOWNSTREAM-REJECTS
                                    IF NOT WS-TRAINING-MODE
                                        AND NOT HIST-TYPE-REVERT
                                      PERFORM NOTIFY-PAYMENT-APPROVAL
                    END-IF
                    END-IF
                    END-IF
                    END-IF
                    END-IF
                    END-IF
                    END-IF
      * THE CHECKER ACKNOWLEDGES A FLAGGED CUSTOMER'S CAUTION FLAGS
      * HERE THE SAME WAY, AND STAYS ON THE PENDING APPROVAL
                ELSE
                IF EIBAID = DFHPF12 AND CA-CUST-KEY NOT = SPACES
                    PERFORM LOG-FLAG-ACKNOWLEDGMENT
                    MOVE 'P' TO OUT-CA-MODE
                ELSE
                    MOVE 'PENDING CHECKER APPROVAL - PF6 TO APPROVE'
                         TO ERRMSGO
                    MOVE 'P' TO OUT-CA-MODE
                END-IF
                END-IF
                END-IF
            END-IF
            MOVE HIST-NEW-NAME TO NAMEO
            MOVE HIST-NEW-ADDR TO ADDRO
            PERFORM WRITE-VOLUME-EVENT
            EXEC CICS RETURN TRANSID(EIBTRNID)
                COMMAREA(WS-OUT-COMMAREA)
                LENGTH(158)
            END-EXEC.

      * A PENDING CHANGE OR REVERT WAS KEYED AGAINST THE RECORD AS IT
      * STOOD THEN, WHICH ITS GUI6HIST BEFORE-IMAGE CARRIES - THE SAME
      * CUSTVER RULE, ON NAME/ADDRESS/ZIP/STATUS SINCE HISTORY CARRIES
      * NO STAMP. A RECORD THAT WILL NOT READ IS LEFT FOR THE UPDATE
      * READ TO REPORT.
        CHECK-PENDING-BASE-IMAGE.
            MOVE CA-CUST-NUMBER TO CUST-NUMBER
            EXEC CICS READ DATASET(WS-CUSTFIL-DD)
                INTO(CUST-RECORD)
                RIDFLD(CUST-KEY)
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NORMAL)
                SET CV-MODE-DATA TO TRUE
                MOVE SPACES          TO CV-SHOWN-IMAGE
                MOVE HIST-OLD-NAME   TO CV-SHOWN-NAME
                MOVE HIST-OLD-ADDR   TO CV-SHOWN-ADDR
                MOVE HIST-OLD-ZIP    TO CV-SHOWN-ZIP
                MOVE HIST-OLD-STATUS TO CV-SHOWN-STATUS
                MOVE CUST-RECORD     TO CV-CURRENT-IMAGE
                CALL 'CUSTVER' USING CUSTVER-PARMS
                IF CV-CHANGED
                    SET WS-IMAGE-STALE TO TRUE
                ELSE
                    SET WS-IMAGE-VERIFIED TO TRUE
                END-IF
            END-IF.

      * SHARED SIGN-ON WINDOW CHECK AGAINST THE OPERATOR'S OPERPROF
      * HOURS AND ALLOWED-TERMINAL LIST. SIGNCHK BUILDS THE REFUSAL
      * MESSAGE AND LOGS IT TO SREJ - NOT IN TRAINING MODE, WHERE THE
      * TD-QUEUE FEEDS ARE SUPPRESSED, THOUGH THE REFUSAL STILL HOLDS.
      * ONCE DAYCTL HAS CLOSED THE ONLINE BUSINESS DAY THE SAME CHECK
      * REFUSES THE UPDATE OR APPROVAL AS INQUIRY ONLY - EXCEPT IN
      * TRAINING, WHICH ONLY EVER TOUCHES THE SHADOW FILES
        CHECK-SIGNON-WINDOW.
            MOVE EIBOPID  TO SC-OPID
            MOVE EIBTRMID TO SC-TRMID
            MOVE EIBTRNID TO SC-TRNID
            MOVE EIBDATE  TO SC-DATE
            MOVE EIBTIME  TO SC-TIME
            MOVE 'Y'      TO SC-LOG-SW
            MOVE 'Y'      TO SC-DAY-CHECK-SW
            IF WS-TRAINING-MODE
                MOVE 'N'  TO SC-LOG-SW
                MOVE 'N'  TO SC-DAY-CHECK-SW
            END-IF
            CALL 'SIGNCHK' USING SIGNCHK-PARMS.

      * DOES THE PAYMENT CHANGE ON THE HISTORY RECORD JUST READ NEED
      * A SECOND APPROVAL TIER - JUDGED FROM THE AMOUNTS THE MAKER
      * ACTUALLY KEYED, WHICH TRAVEL ON THE RECORD
            MOVE EIBTRNID    TO PMTA-TRNID
            MOVE EIBOPID     TO PMTA-OPID
            MOVE WS-DEMO-CORR-ID TO PMTA-CORR-ID
            MOVE CUST-NAME   TO PMTA-CUST-KEY
            MOVE CUST-NUMBER TO PMTA-CUST-NUMBER
            MOVE EIBDATE     TO PMTA-DATE
            MOVE EIBTIME     TO PMTA-TIME
            EXEC CICS WRITEQ TD
                RESP(WS-RESP)
            END-EXEC
            MOVE CA-CUST-KEY TO OUT-CA-CUST-KEY
            SET SC-SIGNON-OK TO TRUE
            IF EIBAID = DFHPF5
                PERFORM CHECK-SIGNON-WINDOW
            END-IF
      * A REFUSED UNDO LEAVES THE CHANGE IN PLACE AND STAYS IN
      * CONFIRMATION MODE, SO PF5 STILL WORKS ONCE A SUPERVISOR'S
      * SIGNOVR OVERTIME GRANT IS IN
            IF NOT SC-SIGNON-OK
                PERFORM REREAD-CUSTFIL-FOR-DISPLAY
                MOVE SC-MESSAGE TO ERRMSGO
            ELSE
            IF EIBAID = DFHPF5
                PERFORM UNDO-LAST-CHANGE
                IF WS-CUSTFIL-UPD-OK
            ELSE
                PERFORM REREAD-CUSTFIL-FOR-DISPLAY
            END-IF
            END-IF
            PERFORM SHOW-CUSTOMER-FIELDS
            EXEC CICS SEND MAP('GUI6') MAPSET('MAP01')
                FROM(GUI6O)
                DATAONLY
            END-EXEC
            MOVE 'U'         TO OUT-CA-MODE
            IF NOT SC-SIGNON-OK
                MOVE 'C'           TO OUT-CA-MODE
                MOVE CA-LAST-TASKN TO OUT-CA-LAST-TASKN
            END-IF
            PERFORM WRITE-VOLUME-EVENT
            EXEC CICS RETURN TRANSID(EIBTRNID)
                COMMAREA(WS-OUT-COMMAREA)
                LENGTH(158)
            END-EXEC.

      * RE-READ CUSTFIL SO CONFIRM-OR-UNDO ALWAYS BUILDS NAMEO/ADDRO/
      * AND WHEN UNDO-LAST-CHANGE FAILS BEFORE IT COULD RE-READ THE
      * RECORD ITSELF.
        REREAD-CUSTFIL-FOR-DISPLAY.
            MOVE CA-CUST-NUMBER TO CUST-NUMBER
            EXEC CICS READ DATASET(WS-CUSTFIL-DD)
                INTO(CUST-RECORD)
                RIDFLD(CUST-KEY)
            END-EXEC
            IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE 'UNABLE TO READ CUSTOMER MASTER' TO ERRMSGO
                MOVE SPACES TO OUT-CA-SHOWN-IMAGE
            ELSE
                MOVE CUST-RECORD TO OUT-CA-SHOWN-IMAGE
            END-IF.

      * REVERSE THE ACCEPTED CHANGE BACK TO ITS PRE-UPDATE NAME/ADDR/ZIP
                MOVE 'UNABLE TO READ HISTORY RECORD TO UNDO'
                     TO ERRMSGO
            ELSE
                MOVE CA-CUST-NUMBER TO CUST-NUMBER
                EXEC CICS READ DATASET(WS-CUSTFIL-DD)
                    INTO(CUST-RECORD)
                    RIDFLD(CUST-KEY)
                    MOVE 'UNABLE TO READ CUSTOMER MASTER FOR UPDATE'
                         TO ERRMSGO
                ELSE
      * SOMEONE ELSE MAY HAVE CHANGED THE CUSTOMER SINCE - UNDOING
      * OVER THEM WOULD QUIETLY THROW THEIR CHANGE AWAY
                    SET CV-MODE-DATA TO TRUE
                    MOVE SPACES          TO CV-SHOWN-IMAGE
                    MOVE HIST-NEW-NAME   TO CV-SHOWN-NAME
                    MOVE HIST-NEW-ADDR   TO CV-SHOWN-ADDR
                    MOVE HIST-NEW-ZIP    TO CV-SHOWN-ZIP
                    MOVE HIST-NEW-STATUS TO CV-SHOWN-STATUS
                    MOVE CUST-RECORD     TO CV-CURRENT-IMAGE
                    CALL 'CUSTVER' USING CUSTVER-PARMS
                    IF CV-CHANGED
                        EXEC CICS UNLOCK FILE(WS-CUSTFIL-DD)
                            RESP(WS-RESP)
                        END-EXEC
                        MOVE 'N' TO WS-CUSTFIL-UPD-SW
                        MOVE CV-MESSAGE TO ERRMSGO
                    ELSE
                        MOVE HIST-OLD-NAME TO WS-NEW-CUST-NAME
                        MOVE HIST-OLD-ADDR TO WS-NEW-CUST-ADDR
                        MOVE HIST-OLD-ZIP  TO WS-NEW-CUST-ZIP
                        PERFORM REWRITE-CUSTOMER-RECORD
      * THE CORRECTION IS GONE AGAIN, SO ANY DOWNSTREAM REJECTION IT
      * RESOLVED GOES BACK ON THE WORKLIST
                        IF WS-CUSTFIL-UPD-OK
                            MOVE CA-LAST-TASKN TO WS-AW-TASKN
                            SET WS-AW-REOPENING TO TRUE
                            PERFORM RESOLVE-DOWNSTREAM-REJECTS
                        END-IF
                    END-IF
                END-IF
            END-IF.

      * CICS WILL ALLOW THE REWRITE.
        REWRITE-CUSTOMER-MASTER.
            MOVE 'Y' TO WS-CUSTFIL-UPD-SW
            MOVE CA-CUST-NUMBER TO CUST-NUMBER
            EXEC CICS READ DATASET(WS-CUSTFIL-DD)
                INTO(CUST-RECORD)
                RIDFLD(CUST-KEY)
                MOVE 'UNABLE TO READ CUSTOMER MASTER FOR UPDATE'
                     TO ERRMSGO
            ELSE
      * VERIFY-SHOWN-IMAGE PASSED EARLIER THIS TASK ON A PLAIN READ -
      * THE SAME CHECK AGAIN NOW THE RECORD IS HELD, AND A CHANGE THAT
      * SLIPPED IN BETWEEN TAKES ITS JUST-LOGGED HISTORY RECORD BACK
      * OUT WITH IT
                MOVE CUST-RECORD TO CV-CURRENT-IMAGE
                CALL 'CUSTVER' USING CUSTVER-PARMS
                IF CV-CHANGED
                    EXEC CICS UNLOCK FILE(WS-CUSTFIL-DD)
                        RESP(WS-RESP)
                    END-EXEC
                    MOVE 'N' TO WS-CUSTFIL-UPD-SW
                    IF WS-HIST-WRITTEN
                        MOVE EIBTASKN TO HIST-TASKN
                        EXEC CICS DELETE FILE(WS-GUI6HIST-DD)
                            RIDFLD(HIST-KEY)
                            RESP(WS-RESP)
                        END-EXEC
                        MOVE 'N' TO WS-HIST-WRITTEN-SW
                    END-IF
                    MOVE CV-MESSAGE  TO ERRMSGO
                    MOVE CUST-RECORD TO OUT-CA-SHOWN-IMAGE
                    PERFORM SHOW-CUSTOMER-FIELDS
                    IF NOT WS-TRAINING-MODE
                        PERFORM WRITE-READ-ACCESS-EVENT
                    END-IF
                ELSE
      * THE NEW VALUES ARE THE RECORD ON FILE WITH THE KEYED CHANGES
      * LAID OVER IT - NEVER THE SCREEN'S DISPLAY FIELDS, WHICH MAY
      * HOLD MASKED TEXT
                    MOVE CUST-NAME TO WS-NEW-CUST-NAME
                    MOVE CUST-ADDR TO WS-NEW-CUST-ADDR
                    MOVE CUST-ZIP  TO WS-NEW-CUST-ZIP
                    IF NEWNAMEI NOT = SPACES
                        MOVE NEWNAMEI TO WS-NEW-CUST-NAME
                    END-IF
                    IF NEWADDRI NOT = SPACES
                        MOVE NEWADDRI TO WS-NEW-CUST-ADDR
                    END-IF
                    IF NEWZIPI NOT = SPACES
                        MOVE NEWZIPI TO WS-NEW-CUST-ZIP
                    END-IF
                    PERFORM REWRITE-CUSTOMER-RECORD
      * A REFUSED REWRITE (A NEW NAME ANOTHER CUSTOMER ALREADY HAS)
      * TAKES ITS JUST-LOGGED HISTORY RECORD BACK OUT THE SAME WAY
                    IF NOT WS-CUSTFIL-UPD-OK AND WS-HIST-WRITTEN
                        MOVE EIBTASKN TO HIST-TASKN
                        EXEC CICS DELETE FILE(WS-GUI6HIST-DD)
                            RIDFLD(HIST-KEY)
                            RESP(WS-RESP)
                        END-EXEC
                        MOVE 'N' TO WS-HIST-WRITTEN-SW
                    END-IF
      * AN ACCEPTED CHANGE IS THE RE-DRIVE OF ANY DOWNSTREAM
      * REJECTION STILL OPEN FOR THE CUSTOMER - THE NEXT GUI6EXT RUN
      * SENDS IT
                    IF WS-CUSTFIL-UPD-OK
                        MOVE EIBTASKN TO WS-AW-TASKN
                        SET WS-AW-RESOLVING TO TRUE
                        PERFORM RESOLVE-DOWNSTREAM-REJECTS
                    END-IF
                END-IF
            END-IF.

      * APPLY THE NEW NAME/ADDR/ZIP TO THE CUSTFIL RECORD ALREADY
      * HELD FOR UPDATE. THE KEY IS THE CUSTOMER NUMBER, SO A NAME
      * CHANGE IS AN ORDINARY REWRITE AND THE NOTES, ACCOUNT LINKS AND
      * HISTORY STAY WITH THE CUSTOMER; THE UNIQUE CUST-NAME ALTERNATE
      * INDEX REFUSES (DUPREC) A NEW NAME ANOTHER CUSTOMER ALREADY HAS.
      * EVERY CALLER HAS ALREADY SET WS-CUSTFIL-UPD-SW TO 'Y' BEFORE
      * PERFORMING THIS PARAGRAPH - IT IS FLIPPED BACK TO 'N' HERE (AND
      * ERRMSGO SET) ON ANY FILE-I/O FAILURE SO THE CALLER KNOWS NOT TO
      * REPORT SUCCESS.
        REWRITE-CUSTOMER-RECORD.
            MOVE CUST-ADDR TO WS-OLD-CUST-ADDR
            MOVE CUST-NAME TO WS-OLD-CUST-NAME
            MOVE CUST-ZIP  TO WS-OLD-CUST-ZIP
            MOVE EIBOPID TO CUST-LAST-UPD-OPID
            MOVE EIBDATE TO CUST-LAST-UPD-DATE
            MOVE EIBTIME TO CUST-LAST-UPD-TIME
            MOVE WS-NEW-CUST-NAME TO CUST-NAME
            MOVE WS-NEW-CUST-ADDR TO CUST-ADDR
            MOVE WS-NEW-CUST-ZIP  TO CUST-ZIP
            EXEC CICS REWRITE FILE(WS-CUSTFIL-DD)
                FROM(CUST-RECORD)
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(DUPREC)
                MOVE 'N' TO WS-CUSTFIL-UPD-SW
                MOVE 'NAME ALREADY ON FILE FOR ANOTHER CUSTOMER'
                     TO ERRMSGO
            ELSE
            IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE 'N' TO WS-CUSTFIL-UPD-SW
                MOVE 'UNABLE TO REWRITE CUSTOMER MASTER'
                     TO ERRMSGO
            ELSE
                MOVE CUST-RECORD TO OUT-CA-SHOWN-IMAGE
                MOVE 'R' TO CJ-ACTION
                MOVE WS-OLD-CUST-NAME TO CJ-BEF-NAME
                MOVE WS-OLD-CUST-ADDR TO CJ-BEF-ADDR
                MOVE WS-OLD-CUST-ZIP  TO CJ-BEF-ZIP
                MOVE CUST-STATUS      TO CJ-BEF-STATUS
                MOVE CUST-NAME        TO CJ-AFT-NAME
                MOVE CUST-ADDR        TO CJ-AFT-ADDR
                MOVE CUST-ZIP         TO CJ-AFT-ZIP
                MOVE CUST-STATUS      TO CJ-AFT-STATUS
                PERFORM WRITE-CUSTFIL-JOURNAL
                PERFORM UPDATE-ZIP-XREF
                PERFORM UPDATE-NAME-XREF
                PERFORM ROLL-RESIDENTIAL-ADDRESS
                IF NOT WS-TRAINING-MODE
                    PERFORM WRITE-ADDRESS-CHANGE-NOTIFICATION
                END-IF
            END-IF
            END-IF.

      * KEEP THE ZIPXREF ZIP-TO-CUSTOMER CROSS-REFERENCE IN STEP WITH
      * THE CUSTFIL WRITE THAT JUST SUCCEEDED - THE OLD (ZIP, NUMBER)
      * ENTRY COMES OUT AND THE NEW ONE GOES IN WHENEVER THE ZIP
      * CHANGED. A NAME CHANGE LEAVES THE ENTRY ALONE, SINCE IT NOW
      * CARRIES THE NUMBER. A MISSING OLD ENTRY OR AN ALREADY-PRESENT
      * NEW ONE IS NOT AN ERROR - THE FILE CONVERGES ON THE TRUTH
      * EITHER WAY.
        UPDATE-ZIP-XREF.
            IF WS-OLD-CUST-ZIP NOT = WS-NEW-CUST-ZIP
                IF WS-OLD-CUST-ZIP NOT = SPACES
                    MOVE WS-OLD-CUST-ZIP  TO ZX-ZIP
                    MOVE CUST-NUMBER      TO ZX-CUST-NUMBER
                    EXEC CICS DELETE FILE(WS-ZIPXREF-DD)
                        RIDFLD(ZX-KEY)
                        RESP(WS-RESP)
                END-IF
                IF WS-NEW-CUST-ZIP NOT = SPACES
                    MOVE WS-NEW-CUST-ZIP  TO ZX-ZIP
                    MOVE CUST-NUMBER      TO ZX-CUST-NUMBER
                    EXEC CICS WRITE FILE(WS-ZIPXREF-DD)
                        FROM(ZIPXREF-RECORD)
                        RIDFLD(ZX-KEY)
                END-IF
            END-IF.

      * CUSTFIL IS THE CUSTOMER'S CURRENT RESIDENTIAL ADDRESS, AND
      * CUSTADDR KEEPS ITS DATED TRAIL. WHEN THE ADDRESS OR ZIP JUST
      * CHANGED, THE OPEN RESIDENTIAL RECORD IS ENDED TODAY AND A NEW
      * ONE STARTS TODAY WITH THE ZIPREF CITY/STATE. A CUSTOMER WITH
      * NO TRAIL YET FIRST GETS THE OLD ADDRESS WRITTEN AS ONE ENDING
      * TODAY. A SECOND CHANGE THE SAME DAY CORRECTS TODAY'S RECORD
      * IN PLACE, AND ONE THAT PUTS BACK THE ADDRESS ENDED TODAY (AN
      * UNDO) DROPS TODAY'S RECORD AND REOPENS THE ENDED ONE.
        ROLL-RESIDENTIAL-ADDRESS.
            IF WS-OLD-CUST-ADDR NOT = WS-NEW-CUST-ADDR
                OR WS-OLD-CUST-ZIP NOT = WS-NEW-CUST-ZIP
                MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ADDR-TODAY
                PERFORM FIND-RESIDENTIAL-TRAIL
                IF NOT WS-RES-FOUND AND WS-OLD-CUST-ADDR NOT = SPACES
                    MOVE CUST-NUMBER      TO CAD-CUST-NUMBER
                    MOVE 'R'              TO CAD-TYPE
                    MOVE 0                TO CAD-EFF-FROM
                    MOVE WS-ADDR-TODAY    TO CAD-EFF-TO
                    MOVE WS-OLD-CUST-ADDR TO CAD-ADDR
                    MOVE WS-OLD-CUST-ZIP  TO CAD-ZIP
                    PERFORM WRITE-RESIDENTIAL-ADDRESS
                END-IF
                IF WS-RES-OPEN-FOUND
                    AND WS-RES-OPEN-FROM = WS-ADDR-TODAY
                    MOVE CUST-NUMBER      TO CAD-CUST-NUMBER
                    MOVE 'R'              TO CAD-TYPE
                    MOVE WS-RES-OPEN-FROM TO CAD-EFF-FROM
                    IF WS-RES-PRIOR-FOUND
                        AND WS-RES-PRIOR-ADDR = WS-NEW-CUST-ADDR
                        AND WS-RES-PRIOR-ZIP  = WS-NEW-CUST-ZIP
                        EXEC CICS DELETE FILE(WS-CUSTADDR-DD)
                            RIDFLD(CAD-KEY)
                            RESP(WS-RESP)
                        END-EXEC
                        MOVE WS-RES-PRIOR-FROM TO CAD-EFF-FROM
                        EXEC CICS READ FILE(WS-CUSTADDR-DD)
                            INTO(CAD-RECORD)
                            RIDFLD(CAD-KEY)
                            UPDATE
                            RESP(WS-RESP)
                        END-EXEC
                        IF WS-RESP = DFHRESP(NORMAL)
                            MOVE 0 TO CAD-EFF-TO
                            PERFORM REWRITE-RESIDENTIAL-ADDRESS
                        END-IF
                    ELSE
                        EXEC CICS READ FILE(WS-CUSTADDR-DD)
                            INTO(CAD-RECORD)
                            RIDFLD(CAD-KEY)
                            UPDATE
                            RESP(WS-RESP)
                        END-EXEC
                        IF WS-RESP = DFHRESP(NORMAL)
                            MOVE WS-NEW-CUST-ADDR TO CAD-ADDR
                            MOVE WS-NEW-CUST-ZIP  TO CAD-ZIP
                            PERFORM LOOKUP-ADDRESS-CITY
                            PERFORM REWRITE-RESIDENTIAL-ADDRESS
                        END-IF
                    END-IF
                ELSE
                    IF WS-RES-OPEN-FOUND
                        MOVE CUST-NUMBER      TO CAD-CUST-NUMBER
                        MOVE 'R'              TO CAD-TYPE
                        MOVE WS-RES-OPEN-FROM TO CAD-EFF-FROM
                        EXEC CICS READ FILE(WS-CUSTADDR-DD)
                            INTO(CAD-RECORD)
                            RIDFLD(CAD-KEY)
                            UPDATE
                            RESP(WS-RESP)
                        END-EXEC
                        IF WS-RESP = DFHRESP(NORMAL)
                            MOVE WS-ADDR-TODAY TO CAD-EFF-TO
                            PERFORM REWRITE-RESIDENTIAL-ADDRESS
                        END-IF
                    END-IF
                    IF WS-NEW-CUST-ADDR NOT = SPACES
                        MOVE CUST-NUMBER      TO CAD-CUST-NUMBER
                        MOVE 'R'              TO CAD-TYPE
                        MOVE WS-ADDR-TODAY    TO CAD-EFF-FROM
                        MOVE 0                TO CAD-EFF-TO
                        MOVE WS-NEW-CUST-ADDR TO CAD-ADDR
                        MOVE WS-NEW-CUST-ZIP  TO CAD-ZIP
                        PERFORM WRITE-RESIDENTIAL-ADDRESS
                    END-IF
                END-IF
            END-IF.

      * WALK THE CUSTOMER'S RESIDENTIAL RECORDS, NOTING WHETHER THERE
      * ARE ANY, WHICH ONE IS OPEN-ENDED, AND WHICH ONE ENDED TODAY
        FIND-RESIDENTIAL-TRAIL.
            MOVE 'N' TO WS-RES-FOUND-SW
            MOVE 'N' TO WS-RES-OPEN-SW
            MOVE 'N' TO WS-RES-PRIOR-SW
            MOVE CUST-NUMBER TO CAD-CUST-NUMBER
            MOVE 'R'         TO CAD-TYPE
            MOVE 0           TO CAD-EFF-FROM
            EXEC CICS STARTBR FILE(WS-CUSTADDR-DD)
                RIDFLD(CAD-KEY)
                GTEQ
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NORMAL)
                PERFORM UNTIL WS-RESP NOT = DFHRESP(NORMAL)
                    EXEC CICS READNEXT FILE(WS-CUSTADDR-DD)
                        INTO(CAD-RECORD)
                        RIDFLD(CAD-KEY)
                        RESP(WS-RESP)
                    END-EXEC
                    IF WS-RESP = DFHRESP(NORMAL)
                        IF CAD-CUST-NUMBER NOT = CUST-NUMBER
                            OR NOT CAD-RESIDENTIAL
                            MOVE DFHRESP(ENDFILE) TO WS-RESP
                        ELSE
                            SET WS-RES-FOUND TO TRUE
                            IF CAD-OPEN-ENDED
                                SET WS-RES-OPEN-FOUND TO TRUE
                                MOVE CAD-EFF-FROM TO WS-RES-OPEN-FROM
                            ELSE
                            IF CAD-EFF-TO = WS-ADDR-TODAY
                                SET WS-RES-PRIOR-FOUND TO TRUE
                                MOVE CAD-EFF-FROM TO WS-RES-PRIOR-FROM
                                MOVE CAD-ADDR     TO WS-RES-PRIOR-ADDR
                                MOVE CAD-ZIP      TO WS-RES-PRIOR-ZIP
                            END-IF
                            END-IF
                        END-IF
                    END-IF
                END-PERFORM
                EXEC CICS ENDBR FILE(WS-CUSTADDR-DD) END-EXEC
            END-IF.

        WRITE-RESIDENTIAL-ADDRESS.
            PERFORM LOOKUP-ADDRESS-CITY
            MOVE EIBOPID       TO CAD-OPID
            MOVE WS-ADDR-TODAY TO CAD-UPD-DATE
            EXEC CICS WRITE FILE(WS-CUSTADDR-DD)
                FROM(CAD-RECORD)
                RIDFLD(CAD-KEY)
                RESP(WS-RESP)
            END-EXEC.

        REWRITE-RESIDENTIAL-ADDRESS.
            MOVE EIBOPID       TO CAD-OPID
            MOVE WS-ADDR-TODAY TO CAD-UPD-DATE
            EXEC CICS REWRITE FILE(WS-CUSTADDR-DD)
                FROM(CAD-RECORD)
                RESP(WS-RESP)
            END-EXEC.

      * CITY/STATE FOR CAD-ZIP OFF ZIPREF - LEFT BLANK FOR A ZIP THE
      * REFERENCE FILE DOESN'T KNOW (AN OLD ADDRESS KEYED BEFORE THE
      * ZIPREF EDIT EXISTED)
        LOOKUP-ADDRESS-CITY.
            MOVE SPACES TO CAD-CITY
            MOVE SPACES TO CAD-STATE
            IF CAD-ZIP NOT = SPACES
                MOVE CAD-ZIP TO ZR-ZIP
                EXEC CICS READ DATASET('ZIPREF')
                    INTO(ZIPREF-RECORD)
                    RIDFLD(ZR-KEY)
                    RESP(WS-RESP)
                END-EXEC
                IF WS-RESP = DFHRESP(NORMAL)
                    MOVE ZR-CITY  TO CAD-CITY
                    MOVE ZR-STATE TO CAD-STATE
                END-IF
            END-IF.

      * FORMAT THE CURRENT CUST-RECORD PLUS THE CUSTOMER'S MOST
      * RECENT GUI6HIST ENTRIES (NEWEST FIRST OFF A BACKWARD BROWSE
      * OF THE CUSTOMER'S OWN ENTRIES ON THE GUI6HCUS PATH)
      * INTO PRINT LINES ON TD QUEUE PRNT, THEN WRITE THE PAUD PRINT-
      * AUDIT LINE - PRODUCING THE CASE-FILE DOCUMENT IS ONE
      * KEYSTROKE AND EVERY PRINT LEAVES ITS OWN TRACE
                MOVE 'PRINT NOT AVAILABLE IN TRAINING' TO ERRMSGO
                PERFORM SEND-OFFBOARD-REPLY
            END-IF
            MOVE CA-CUST-NUMBER TO CUST-NUMBER
            EXEC CICS READ DATASET(WS-CUSTFIL-DD)
                INTO(CUST-RECORD)
                RIDFLD(CUST-KEY)
                MOVE 'UNABLE TO READ CUSTOMER MASTER' TO ERRMSGO
                PERFORM SEND-OFFBOARD-REPLY
            END-IF
            MOVE SPACE TO CM-VIEW-CLASS
            PERFORM MASK-CUSTOMER-VIEW
            MOVE SPACES TO WS-PRNT-LINE
            STRING 'CUSTOMER SNAPSHOT: ' CM-NAME
                DELIMITED BY SIZE INTO WS-PRNT-LINE
            PERFORM WRITE-PRINT-LINE
            MOVE SPACES TO WS-PRNT-LINE
            STRING 'ADDRESS: ' CM-ADDR ' ZIP: ' CM-ZIP
                ' STATUS: ' CUST-STATUS
                DELIMITED BY SIZE INTO WS-PRNT-LINE
            PERFORM WRITE-PRINT-LINE
            MOVE 'RECENT CHANGES (NEWEST FIRST):' TO WS-PRNT-LINE
            PERFORM WRITE-PRINT-LINE
            MOVE 0 TO WS-PRT-HIST-CNT
            PERFORM BROWSE-SNAPSHOT-HISTORY
            MOVE EIBTRNID    TO PAUD-TRNID
            MOVE EIBOPID     TO PAUD-OPID
            MOVE CUST-NAME   TO PAUD-CUST-KEY
            MOVE CUST-NUMBER TO PAUD-CUST-NUMBER
            MOVE EIBDATE     TO PAUD-DATE
            MOVE EIBTIME     TO PAUD-TIME
            MOVE CM-VIEW-CLASS TO PAUD-VIEW-CLASS
            EXEC CICS WRITEQ TD
                QUEUE('PAUD')
                FROM(WS-PAUD-REC)
                LENGTH(WS-PAUD-LEN)
            END-EXEC
            PERFORM MASK-CUSTOMER-VIEW
            MOVE CM-NAME TO NAMEO
            MOVE CM-ADDR TO ADDRO
            MOVE CM-ZIP  TO ZIPO
            MOVE 'SNAPSHOT PRINTED TO SPOOL' TO ERRMSGO
            PERFORM SEND-OFFBOARD-REPLY.

      * BACKWARD OVER GUI6HCUS FROM JUST PAST THE CUSTOMER'S NEWEST
      * POSSIBLE KEY. GTEQ LANDS ON THE NEXT CUSTOMER'S FIRST ENTRY,
      * READ FORWARD ONCE SO THE BROWSE HOLDS A REAL KEY TO TURN ON
      * AND SKIPPED COMING BACK; WITH NO LATER CUSTOMER THE BROWSE
      * STARTS FROM THE END OF THE PATH. DUPKEY IS A GOOD READ ON
      * THE NON-UNIQUE PATH; AN EARLIER NUMBER ENDS THE LIST.
        BROWSE-SNAPSHOT-HISTORY.
            MOVE CA-CUST-NUMBER TO WS-HCUS-NUMBER
            MOVE 9999999 TO WS-HCUS-DATE
            MOVE 9999999 TO WS-HCUS-TIME
            EXEC CICS STARTBR DATASET(WS-GUI6HCUS-DD)
                RIDFLD(WS-HCUS-RID)
                GTEQ
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NORMAL)
                EXEC CICS READNEXT DATASET(WS-GUI6HCUS-DD)
                    INTO(HIST-RECORD)
                    RIDFLD(WS-HCUS-RID)
                    RESP(WS-RESP)
                END-EXEC
                IF WS-RESP NOT = DFHRESP(NORMAL)
                        AND WS-RESP NOT = DFHRESP(DUPKEY)
                    EXEC CICS ENDBR DATASET(WS-GUI6HCUS-DD) END-EXEC
                    MOVE DFHRESP(NOTFND) TO WS-RESP
                ELSE
                    MOVE DFHRESP(NORMAL) TO WS-RESP
                END-IF
            END-IF
            IF WS-RESP = DFHRESP(NOTFND)
                MOVE HIGH-VALUES TO WS-HCUS-RID
                EXEC CICS STARTBR DATASET(WS-GUI6HCUS-DD)
                    RIDFLD(WS-HCUS-RID)
                    GTEQ
                    RESP(WS-RESP)
                END-EXEC
            END-IF
            IF WS-RESP = DFHRESP(NORMAL)
                MOVE 'N' TO WS-HCUS-END-SW
                PERFORM UNTIL WS-PRT-HIST-CNT >= 5 OR WS-HCUS-END
                    EXEC CICS READPREV DATASET(WS-GUI6HCUS-DD)
                        INTO(HIST-RECORD)
                        RIDFLD(WS-HCUS-RID)
                        RESP(WS-RESP)
                    END-EXEC
                    IF WS-RESP NOT = DFHRESP(NORMAL)
                            AND WS-RESP NOT = DFHRESP(DUPKEY)
                        SET WS-HCUS-END TO TRUE
                    ELSE
                    IF HIST-CUST-NUMBER < CA-CUST-NUMBER
                        SET WS-HCUS-END TO TRUE
                    ELSE
                    IF HIST-CUST-NUMBER = CA-CUST-NUMBER
                        ADD 1 TO WS-PRT-HIST-CNT
                        PERFORM WRITE-PRINT-HISTORY-LINE
                    END-IF
                    END-IF
                    END-IF
                END-PERFORM
                EXEC CICS ENDBR DATASET(WS-GUI6HCUS-DD) END-EXEC
            END-IF.

        WRITE-PRINT-LINE.
            EXEC CICS WRITEQ TD
                QUEUE('PRNT')
            MOVE HIST-CHECKER-OPID TO PH-CHECKER
            MOVE HIST-OLD-NAME(1:30) TO PH-OLD
            MOVE HIST-NEW-NAME(1:30) TO PH-NEW
      * A MASKED VIEWER GETS THE HISTORY NAMES MASKED THE SAME WAY
            IF CM-VIEW-MASKED
                MOVE SPACES TO CM-ADDR
                MOVE SPACES TO CM-ZIP
                MOVE HIST-OLD-NAME TO CM-NAME
                CALL 'CUSTMASK' USING CUSTMASK-PARMS
                MOVE CM-NAME(1:30) TO PH-OLD
                MOVE HIST-NEW-NAME TO CM-NAME
                CALL 'CUSTMASK' USING CUSTMASK-PARMS
                MOVE CM-NAME(1:30) TO PH-NEW
            END-IF
            MOVE SPACES TO WS-PRNT-LINE
            MOVE WS-PRT-HIST-LINE TO WS-PRNT-LINE
            PERFORM WRITE-PRINT-LINE.
                MOVE 'REASON CODE NOT ON REASONCD LIST' TO ERRMSGO
                PERFORM SEND-OFFBOARD-REPLY
            END-IF
            MOVE CA-CUST-NUMBER TO CUST-NUMBER
            EXEC CICS READ DATASET(WS-CUSTFIL-DD)
                INTO(CUST-RECORD)
                RIDFLD(CUST-KEY)
                MOVE 'UNABLE TO READ CUSTOMER MASTER' TO ERRMSGO
                PERFORM SEND-OFFBOARD-REPLY
            END-IF
            MOVE CUST-NUMBER TO CX-CUST-NUMBER
            PERFORM CHECK-OPEN-ACCOUNTS
            IF WS-OPEN-ACCT-CNT > 0
                PERFORM SHOW-CUSTOMER-FIELDS
                MOVE 'CUSTOMER HOLDS OPEN ACCOUNT(S)' TO ERRMSGO
                PERFORM SEND-OFFBOARD-REPLY
            END-IF
            MOVE CUST-NUMBER TO WS-HOLD-CUST-NUMBER
            PERFORM CHECK-LEGAL-HOLD
            IF WS-HOLD-CNT > 0
                PERFORM SHOW-CUSTOMER-FIELDS
                STRING 'UNDER LEGAL HOLD - ' WS-HOLD-MATTER
                    DELIMITED BY SIZE INTO ERRMSGO
                PERFORM SEND-OFFBOARD-REPLY
            END-IF
            MOVE EIBTASKN  TO HIST-TASKN
            MOVE CUST-NAME TO HIST-OLD-NAME
            MOVE CUST-ADDR TO HIST-OLD-ADDR
            MOVE 'USD'     TO HIST-PAY-CCY
            MOVE 0         TO HIST-PAYMEI-USD
            MOVE 0         TO HIST-PAYME1I-USD
            MOVE CUST-NUMBER TO HIST-CUST-NUMBER
            CALL 'HISTAIX' USING HIST-RECORD
            EXEC CICS WRITE FILE(WS-GUI6HIST-DD)
                FROM(HIST-RECORD)
                RIDFLD(HIST-KEY)
            END-EXEC
            MOVE 'OFFBOARD REQUESTED - PENDING APPROVAL'
                 TO ERRMSGO
      * THE MAKER IS TOLD HOW MANY RELATED PARTIES THE OFFBOARD WILL
      * TOUCH - PF3 LISTS THEM BEFORE THE CHECKER APPROVES
            PERFORM GATHER-ACTIVE-RELATIONSHIPS
            IF RL-ACTIVE-CNT > 0
                MOVE RL-ACTIVE-CNT TO WS-REL-CNT-ED
                MOVE SPACES TO ERRMSGO
                STRING 'OFFBOARD PENDING -' WS-REL-CNT-ED
                    ' RELATED PF3' DELIMITED BY SIZE INTO ERRMSGO
            END-IF
            PERFORM SHOW-CUSTOMER-FIELDS
            MOVE CA-CUST-KEY TO OUT-CA-CUST-KEY
            MOVE 'P'      TO OUT-CA-MODE
            MOVE EIBTASKN TO OUT-CA-LAST-TASKN
            PERFORM WRITE-VOLUME-EVENT
            EXEC CICS RETURN TRANSID(EIBTRNID)
                COMMAREA(WS-OUT-COMMAREA)
                LENGTH(158)
            END-EXEC.

      * COUNT THE CUSTACCT LINKS, FOR THE CUSTOMER IN CX-CUST-NUMBER,
      * THAT ARE STILL OPEN TO AN ACCOUNT DFPACCT STILL HAS OPEN. AN
      * ENDED LINK, OR ONE WHOSE ACCOUNT HAS SINCE BEEN CLOSED OR IS
      * NOT ON THE MASTER, DOES NOT STAND IN THE WAY OF AN OFFBOARD.
        CHECK-OPEN-ACCOUNTS.
            MOVE 0 TO WS-OPEN-ACCT-CNT
            MOVE CX-CUST-NUMBER TO WS-LINK-CUST-NUMBER
            MOVE LOW-VALUES TO CX-ACCT-ID
            EXEC CICS STARTBR DATASET(WS-CUSTACCT-DD)
                RIDFLD(CX-KEY)
                GTEQ
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NORMAL)
                PERFORM UNTIL WS-RESP NOT = DFHRESP(NORMAL)
                    EXEC CICS READNEXT DATASET(WS-CUSTACCT-DD)
                        INTO(CX-RECORD)
                        RIDFLD(CX-KEY)
                        RESP(WS-RESP)
                    END-EXEC
                    IF WS-RESP = DFHRESP(NORMAL)
                        IF CX-CUST-NUMBER NOT = WS-LINK-CUST-NUMBER
                            MOVE DFHRESP(ENDFILE) TO WS-RESP
                        ELSE
                        IF CX-LINK-OPEN
                            MOVE CX-ACCT-ID TO ACCT-ID
                            EXEC CICS READ DATASET('DFPACCT')
                                INTO(ACCT-REC)
                                RIDFLD(ACCT-ID)
                                RESP(WS-RESP)
                            END-EXEC
                            IF WS-RESP = DFHRESP(NORMAL)
                                    AND ACCT-OPEN
                                ADD 1 TO WS-OPEN-ACCT-CNT
                            END-IF
                            MOVE DFHRESP(NORMAL) TO WS-RESP
                        END-IF
                        END-IF
                    END-IF
                END-PERFORM
                EXEC CICS ENDBR DATASET(WS-CUSTACCT-DD) END-EXEC
            END-IF.

      * COUNT THE LGLHOLD MATTERS, FOR THE CUSTOMER IN
      * WS-HOLD-CUST-NUMBER, THAT ARE STILL IN FORCE - NO RELEASE
      * DATE, OR ONE STILL TO COME. A RELEASED MATTER STAYS ON FILE
      * AS THE TRAIL AND DOES NOT STAND IN THE WAY OF AN OFFBOARD.
        CHECK-LEGAL-HOLD.
            MOVE 0 TO WS-HOLD-CNT
            MOVE SPACES TO WS-HOLD-MATTER
            MOVE FUNCTION CURRENT-DATE(1:8) TO WS-HOLD-TODAY
            MOVE WS-HOLD-CUST-NUMBER TO LH-CUST-NUMBER
            MOVE LOW-VALUES TO LH-MATTER-REF
            EXEC CICS STARTBR DATASET(WS-LGLHOLD-DD)
                RIDFLD(LH-KEY)
                GTEQ
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NORMAL)
                PERFORM UNTIL WS-RESP NOT = DFHRESP(NORMAL)
                    EXEC CICS READNEXT DATASET(WS-LGLHOLD-DD)
                        INTO(LH-RECORD)
                        RIDFLD(LH-KEY)
                        RESP(WS-RESP)
                    END-EXEC
                    IF WS-RESP = DFHRESP(NORMAL)
                        IF LH-CUST-NUMBER NOT = WS-HOLD-CUST-NUMBER
                            MOVE DFHRESP(ENDFILE) TO WS-RESP
                        ELSE
                        IF LH-NO-RELEASE-DATE
                                OR LH-RELEASE-DATE > WS-HOLD-TODAY
                            ADD 1 TO WS-HOLD-CNT
                            IF WS-HOLD-CNT = 1
                                MOVE LH-MATTER-REF TO WS-HOLD-MATTER
                            END-IF
                        END-IF
                        END-IF
                    END-IF
                END-PERFORM
                EXEC CICS ENDBR DATASET(WS-LGLHOLD-DD) END-EXEC
            END-IF.

      * A CUSTOMER WITH A CHANGE THE DOWNSTREAM RUN REJECTED (OPEN ON
      * ACKWORK) SAYS SO WHEN OPENED, WITH THE CONSUMER'S REASON, SO
      * THE OPERATOR RE-KEYS IT CORRECTED. A TAKEOVER ALERT OUTRANKS
      * IT; IT OUTRANKS THE RELATIONSHIP COUNT.
        CHECK-DOWNSTREAM-REJECTS.
            SET WS-AW-RESOLVING TO TRUE
            PERFORM GATHER-DOWNSTREAM-REJECTS
            IF WS-AW-CNT > 0
                MOVE SPACES TO ERRMSGO
                STRING 'DOWNSTREAM REJECT RSN ' WS-AW-FIRST-CD
                    ' - REKEY' DELIMITED BY SIZE INTO ERRMSGO
            END-IF.

      * WALK THE CUSTOMER'S ACKWORK ENTRIES - OPEN ONES WHEN
      * RESOLVING, ONES RESOLVED BY WS-AW-TASKN WHEN REOPENING
        GATHER-DOWNSTREAM-REJECTS.
            MOVE 0 TO WS-AW-CNT
            MOVE 0 TO WS-AW-KEY-CNT
            MOVE SPACES TO WS-AW-FIRST-CD
            MOVE CA-CUST-NUMBER TO AW-CUST-NUMBER
            MOVE 0 TO AW-EXTR-DATE
            MOVE 0 TO AW-EXTR-SEQ
            EXEC CICS STARTBR DATASET(WS-ACKWORK-DD)
                RIDFLD(AW-KEY)
                GTEQ
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NORMAL)
                PERFORM UNTIL WS-RESP NOT = DFHRESP(NORMAL)
                    EXEC CICS READNEXT DATASET(WS-ACKWORK-DD)
                        INTO(AW-RECORD)
                        RIDFLD(AW-KEY)
                        RESP(WS-RESP)
                    END-EXEC
                    IF WS-RESP = DFHRESP(NORMAL)
                        IF AW-CUST-NUMBER NOT = CA-CUST-NUMBER
                            MOVE DFHRESP(ENDFILE) TO WS-RESP
                        ELSE
                        IF (WS-AW-RESOLVING AND AW-OPEN)
                                OR (WS-AW-REOPENING AND AW-RESOLVED
                                    AND AW-RESOLVED-TASKN = WS-AW-TASKN)
                            ADD 1 TO WS-AW-CNT
                            IF WS-AW-CNT = 1
                                MOVE AW-REJECT-CD TO WS-AW-FIRST-CD
                            END-IF
                            IF WS-AW-KEY-CNT < 10
                                ADD 1 TO WS-AW-KEY-CNT
                                MOVE AW-KEY
                                    TO WS-AW-KEY-ENTRY(WS-AW-KEY-CNT)
                            END-IF
                        END-IF
                        END-IF
                    END-IF
                END-PERFORM
                EXEC CICS ENDBR DATASET(WS-ACKWORK-DD) END-EXEC
            END-IF.

      * STAMP THE GATHERED ENTRIES RESOLVED BY THIS OPERATOR AND
      * CHANGE, OR PUT THEM BACK OPEN. PAST 10 AT ONCE THE REST ARE
      * LEFT FOR THE CUSTOMER'S NEXT CHANGE.
        RESOLVE-DOWNSTREAM-REJECTS.
            PERFORM GATHER-DOWNSTREAM-REJECTS
            PERFORM VARYING WS-AW-SUB FROM 1 BY 1
                    UNTIL WS-AW-SUB > WS-AW-KEY-CNT
                MOVE WS-AW-KEY-ENTRY(WS-AW-SUB) TO AW-KEY
                EXEC CICS READ DATASET(WS-ACKWORK-DD)
                    INTO(AW-RECORD)
                    RIDFLD(AW-KEY)
                    UPDATE
                    RESP(WS-RESP)
                END-EXEC
                IF WS-RESP = DFHRESP(NORMAL)
                    IF WS-AW-RESOLVING
                        SET AW-RESOLVED TO TRUE
                        MOVE EIBOPID TO AW-RESOLVED-OPID
                        MOVE FUNCTION CURRENT-DATE(1:8)
                            TO AW-RESOLVED-DATE
                        MOVE FUNCTION CURRENT-DATE(9:6)
                            TO AW-RESOLVED-TIME
                        MOVE WS-AW-TASKN TO AW-RESOLVED-TASKN
                    ELSE
                        SET AW-OPEN TO TRUE
                        MOVE SPACES TO AW-RESOLVED-OPID
                        MOVE 0 TO AW-RESOLVED-DATE
                        MOVE 0 TO AW-RESOLVED-TIME
                        MOVE 0 TO AW-RESOLVED-TASKN
                    END-IF
                    EXEC CICS REWRITE DATASET(WS-ACKWORK-DD)
                        FROM(AW-RECORD)
                        RESP(WS-RESP)
                    END-EXEC
                END-IF
            END-PERFORM.

      * AN OFFBOARD REQUEST THAT FAILED EDIT JUST REDISPLAYS WITH
      * THE ERROR AND STAYS IN NORMAL MAINTENANCE MODE
        SEND-OFFBOARD-REPLY.
            PERFORM WRITE-VOLUME-EVENT
            EXEC CICS RETURN TRANSID(EIBTRNID)
                COMMAREA(WS-OUT-COMMAREA)
                LENGTH(158)
            END-EXEC.

      * CHECKER-APPROVED OFFBOARD - THE CUSTFIL RECORD IS ALREADY
            MOVE CUST-ADDR   TO CARC-CUST-ADDR
            MOVE CUST-ZIP    TO CARC-CUST-ZIP
            MOVE CUST-STATUS TO CARC-CUST-STATUS
            MOVE CUST-NUMBER TO CARC-CUST-NUMBER
            IF NOT WS-TRAINING-MODE
                EXEC CICS WRITEQ TD
                    QUEUE('CARC')
            MOVE SPACES TO CJ-AFTER
            PERFORM WRITE-CUSTFIL-JOURNAL
            IF CUST-ZIP NOT = SPACES
                MOVE CUST-ZIP    TO ZX-ZIP
                MOVE CUST-NUMBER TO ZX-CUST-NUMBER
                EXEC CICS DELETE FILE(WS-ZIPXREF-DD)
                    RIDFLD(ZX-KEY)
                    RESP(WS-RESP)
            END-IF
            MOVE CUST-NAME TO LK-NN-IN
            CALL 'NAMENORM' USING NAMENORM-PARMS
            MOVE LK-NN-OUT   TO CN-NORM-NAME
            MOVE CUST-NUMBER TO CN-CUST-NUMBER
            EXEC CICS DELETE FILE(WS-CUSTNORM-DD)
                RIDFLD(CN-KEY)
                RESP(WS-RESP)
                MOVE 'N' TO WS-CUSTFIL-UPD-SW
                MOVE 'UNABLE TO DELETE CUSTOMER MASTER'
                     TO ERRMSGO
            ELSE
                MOVE SPACES TO OUT-CA-SHOWN-IMAGE
                PERFORM END-OFFBOARD-RELATIONSHIPS
            END-IF.

      * THE OFFBOARDED CUSTOMER'S ACTIVE RELATIONSHIPS END TODAY ON
      * BOTH SIDES, AND EVERY RELATED PARTY AFFECTED IS PRINTED TO
      * THE PRNT SPOOL (NOT IN TRAINING) SO THE BRANCH CAN FOLLOW UP
      * WITH THEM. RELLIST HANDS BACK 20 AT A TIME AND AN ENDED ONE
      * IS NO LONGER ACTIVE, SO IT IS CALLED AGAIN UNTIL NONE ARE
      * LEFT - A PASS THAT ENDS NOTHING STOPS THE LOOP.
        END-OFFBOARD-RELATIONSHIPS.
            MOVE 0 TO WS-REL-ENDED-CNT
            PERFORM GATHER-ACTIVE-RELATIONSHIPS
            IF RL-ACTIVE-CNT > 0 AND NOT WS-TRAINING-MODE
                MOVE SPACES TO WS-PRNT-LINE
                STRING 'RELATED PARTIES AFFECTED BY OFFBOARD OF '
                    CUST-NUMBER ' ' CUST-NAME
                    DELIMITED BY SIZE INTO WS-PRNT-LINE
                PERFORM WRITE-PRINT-LINE
            END-IF
            MOVE 1 TO WS-REL-PASS-CNT
            PERFORM UNTIL RL-ACTIVE-CNT = 0 OR WS-REL-PASS-CNT = 0
                MOVE 0 TO WS-REL-PASS-CNT
                PERFORM VARYING WS-REL-SUB FROM 1 BY 1
                        UNTIL WS-REL-SUB > RL-LISTED-CNT
                    IF NOT WS-TRAINING-MODE
                        PERFORM PRINT-RELATED-PARTY
                    END-IF
                    PERFORM END-ONE-RELATIONSHIP
                END-PERFORM
                PERFORM GATHER-ACTIVE-RELATIONSHIPS
            END-PERFORM.

        SHOW-ENDED-RELATIONSHIPS.
            MOVE WS-REL-ENDED-CNT TO WS-REL-CNT-ED
            MOVE SPACES TO ERRMSGO
            STRING 'OFFBOARD OK -' WS-REL-CNT-ED
                ' RELATED ENDED' DELIMITED BY SIZE INTO ERRMSGO.

        PRINT-RELATED-PARTY.
            MOVE RL-DESC(WS-REL-SUB)           TO RP-DESC
            MOVE RL-RELATED-NUMBER(WS-REL-SUB) TO RP-OTHER
            MOVE RL-RELATED-NAME(WS-REL-SUB)   TO RP-NAME
            MOVE RL-START(WS-REL-SUB)          TO RP-START
            MOVE RL-DOC-REF(WS-REL-SUB)        TO RP-DOC-REF
            MOVE SPACES TO WS-PRNT-LINE
            MOVE WS-REL-PRT-LINE TO WS-PRNT-LINE
            PERFORM WRITE-PRINT-LINE.

      * THIS CUSTOMER'S RECORD AND THE OTHER PARTY'S MIRROR BOTH GET
      * TODAY AS THEIR END DATE - ENDED, NOT DELETED, SO THE OTHER
      * PARTY'S RELATIONSHIP HISTORY STILL SHOWS IT
        END-ONE-RELATIONSHIP.
            MOVE CA-CUST-NUMBER                TO CRL-CUST-NUMBER
            MOVE RL-RELATED-NUMBER(WS-REL-SUB) TO CRL-RELATED-NUMBER
            MOVE RL-TYPE(WS-REL-SUB)           TO CRL-TYPE
            MOVE RL-START(WS-REL-SUB)          TO CRL-START
            PERFORM END-RELATIONSHIP-RECORD
            IF WS-RESP = DFHRESP(NORMAL)
                ADD 1 TO WS-REL-ENDED-CNT
                ADD 1 TO WS-REL-PASS-CNT
            END-IF
            MOVE RL-RELATED-NUMBER(WS-REL-SUB) TO CRL-CUST-NUMBER
            MOVE CA-CUST-NUMBER                TO CRL-RELATED-NUMBER
            MOVE RL-TYPE(WS-REL-SUB)           TO CRL-TYPE
            MOVE RL-START(WS-REL-SUB)          TO CRL-START
            PERFORM END-RELATIONSHIP-RECORD.

      * A RELATIONSHIP THAT STARTED TODAY IS TAKEN OFF INSTEAD - AN
      * END ON ITS OWN START DAY WOULD MEAN IT NEVER APPLIED
        END-RELATIONSHIP-RECORD.
            EXEC CICS READ FILE(WS-CUSTREL-DD)
                INTO(CRL-RECORD)
                RIDFLD(CRL-KEY)
                UPDATE
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP = DFHRESP(NORMAL)
                IF CRL-START >= WS-REL-TODAY
                    EXEC CICS DELETE FILE(WS-CUSTREL-DD)
                        RESP(WS-RESP)
                    END-EXEC
                ELSE
                    MOVE WS-REL-TODAY TO CRL-END
                    MOVE EIBOPID      TO CRL-OPID
                    MOVE WS-REL-TODAY TO CRL-UPD-DATE
                    EXEC CICS REWRITE FILE(WS-CUSTREL-DD)
                        FROM(CRL-RECORD)
                        RESP(WS-RESP)
                    END-EXEC
                END-IF
            END-IF.

      * ONE FORWARD-RECOVERY JOURNAL RECORD PER PHYSICAL CUSTFIL
            CALL 'SEQGEN' USING SEQGEN-PARMS
            MOVE SG-NEXT-SEQNO TO CJ-SEQNO
            MOVE 'TESTGUI6' TO CJ-PROGRAM
            MOVE CUST-NUMBER TO CJ-CUST-NUMBER
            MOVE FUNCTION CURRENT-DATE(1:8) TO CJ-DATE
            MOVE FUNCTION CURRENT-DATE(9:6) TO CJ-TIME
            EXEC CICS WRITE FILE(WS-CUSTJRNL-DD)
                RESP(WS-RESP)
            END-EXEC.

      * KEEP THE CUSTNORM NORMALIZED-NAME SEARCH FILE IN STEP WITH A
      * NAME CHANGE THAT JUST WENT THROUGH - THE OLD (NORM, NUMBER)
      * ENTRY COMES OUT AND THE NEW ONE GOES IN. AN UNCHANGED NAME
      * NEEDS NO TOUCH, AND A MISSING OLD ENTRY OR AN ALREADY-PRESENT
      * NEW ONE IS NOT AN ERROR.
                MOVE WS-OLD-CUST-NAME TO LK-NN-IN
                CALL 'NAMENORM' USING NAMENORM-PARMS
                MOVE LK-NN-OUT TO CN-NORM-NAME
                MOVE CUST-NUMBER TO CN-CUST-NUMBER
                EXEC CICS DELETE FILE(WS-CUSTNORM-DD)
                    RIDFLD(CN-KEY)
                    RESP(WS-RESP)
                MOVE WS-NEW-CUST-NAME TO LK-NN-IN
                CALL 'NAMENORM' USING NAMENORM-PARMS
                MOVE LK-NN-OUT TO CN-NORM-NAME
                MOVE CUST-NUMBER TO CN-CUST-NUMBER
                EXEC CICS WRITE FILE(WS-CUSTNORM-DD)
                    FROM(CUSTNORM-RECORD)
                    RIDFLD(CN-KEY)
            IF WS-NEW-CUST-ADDR NOT = WS-OLD-CUST-ADDR
                MOVE EIBTRNID       TO ADRN-TRNID
                MOVE EIBOPID        TO ADRN-OPID
                MOVE CUST-NAME      TO ADRN-CUST-KEY
                MOVE CUST-NUMBER    TO ADRN-CUST-NUMBER
                MOVE WS-OLD-CUST-ADDR TO ADRN-OLD-ADDR
                MOVE WS-NEW-CUST-ADDR TO ADRN-NEW-ADDR
                MOVE EIBDATE        TO ADRN-DATE
                    IF WS-FIRST-ERR-FIELD = SPACES
                        MOVE 'NEWZIPI' TO WS-FIRST-ERR-FIELD
                    END-IF
                ELSE
                IF ZR-RETIRED
                    IF ZR-SUCCESSOR-ZIP = SPACES
                        MOVE 'NEW ZIP HAS BEEN RETIRED' TO ERRMSGO
                    ELSE
                        MOVE SPACES TO ERRMSGO
                        STRING 'NEW ZIP RETIRED - NOW '
                            ZR-SUCCESSOR-ZIP DELIMITED BY SIZE
                            INTO ERRMSGO
                    END-IF
                    SET WS-SCREEN-VALID TO FALSE
                    IF WS-FIRST-ERR-FIELD = SPACES
                        MOVE 'NEWZIPI' TO WS-FIRST-ERR-FIELD
                    END-IF
                ELSE
                    MOVE SPACES TO ZIPCSO
                    STRING ZR-CITY DELIMITED BY '  '
                        ' ' ZR-STATE DELIMITED BY SIZE
                        INTO ZIPCSO
                END-IF
                END-IF
            END-IF
            END-IF.

      * PRODUCES AT MOST ONE CHANGE RECORD.
        LOG-CHANGE-HISTORY.
            MOVE EIBTASKN TO HIST-TASKN
      * THE BEFORE-IMAGE IS THE RECORD VERIFY-SHOWN-IMAGE FOUND ON
      * FILE, NOT WHATEVER CAME BACK IN THE SCREEN'S DISPLAY FIELDS
            IF WS-IMAGE-VERIFIED
                MOVE CUST-NAME TO HIST-OLD-NAME
                MOVE CUST-ADDR TO HIST-OLD-ADDR
                MOVE CUST-ZIP  TO HIST-OLD-ZIP
                MOVE CUST-NAME TO HIST-NEW-NAME
                MOVE CUST-ADDR TO HIST-NEW-ADDR
                MOVE CUST-ZIP  TO HIST-NEW-ZIP
            ELSE
                MOVE NAMEI    TO HIST-OLD-NAME
                MOVE ADDRI    TO HIST-OLD-ADDR
                MOVE ZIPI     TO HIST-OLD-ZIP
                MOVE NAMEI    TO HIST-NEW-NAME
                MOVE ADDRI    TO HIST-NEW-ADDR
                MOVE ZIPI     TO HIST-NEW-ZIP
            END-IF
            IF NEWNAMEI NOT = SPACES
                MOVE NEWNAMEI TO HIST-NEW-NAME
            END-IF
            END-IF
            MOVE WS-PAYMEI-USD  TO HIST-PAYMEI-USD
            MOVE WS-PAYME1I-USD TO HIST-PAYME1I-USD
            IF CA-CUST-KEY = SPACES
                MOVE 0 TO HIST-CUST-NUMBER
            ELSE
                MOVE CA-CUST-NUMBER TO HIST-CUST-NUMBER
            END-IF
            CALL 'HISTAIX' USING HIST-RECORD
            EXEC CICS WRITE FILE(WS-GUI6HIST-DD)
                FROM(HIST-RECORD)
                RIDFLD(HIST-KEY)
                        OR PAYME1I NOT = SPACES)
                MOVE PAYCCYI TO LK-FXC-FROM-CCY
                MOVE 'USD'   TO LK-FXC-TO-CCY
                MOVE SPACES  TO LK-FXC-AS-OF-DATE
                MOVE WS-PAYMEI-AMT TO LK-FXC-IN-AMT
                CALL 'FXRATEC' USING FXRATEC-PARMS
                IF NOT LK-FXC-OK
            MOVE SPACE TO WS-CUST-STATUS-SAVE
            IF (PAYMEI NOT = SPACES OR PAYME1I NOT = SPACES)
                    AND CA-CUST-KEY NOT = SPACES
                MOVE CA-CUST-NUMBER TO CUST-NUMBER
                EXEC CICS READ DATASET(WS-CUSTFIL-DD)
                    INTO(CUST-RECORD)
                    RIDFLD(CUST-KEY)
