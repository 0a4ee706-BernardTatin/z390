      *          edits and GUI6HIST entirely. Each GUI6CHG change
      *          card carries the customer key plus optional new
      *          name/address/zip and a reason code:
      *            COLS   1- 40  CUSTOMER KEY (REQUIRED, ON CUSTFIL -
      *                          THE 7-DIGIT CUSTOMER NUMBER, OR THE
      *                          NAME)
      *            COLS  41- 80  NEW NAME    (BLANK = KEEP)
      *            COLS  81-120  NEW ADDRESS (BLANK = KEEP)
      *            COLS 121-125  NEW ZIP     (BLANK = KEEP)
      *            COLS 126-128  REASON CODE (REQUIRED, ON REASONCD)
      *            COLS 129-135  AS-OF DATE  (OPTIONAL, 0CYYDDD)
      *            COLS 136-142  AS-OF TIME  (OPTIONAL, 0HHMMSS)
      *          The as-of date/time is the CUST-LAST-UPD stamp the
      *          card was prepared against; when keyed, a customer
      *          changed since then is rejected naming who changed it
      *          (shared CUSTVER rule) rather than overwritten.
      *          Every card goes through the same validations
      *          TESTGUI6 enforces online - 5-numeric zip that must
      *          exist on ZIPREF, reason code on the REASONCD list -
      *          and an accepted change is applied the same way
      *          (a rewrite under the customer number, with ZIPXREF
      *          and CUSTNORM kept in step),
      *          logs one GUI6HIST record under the WS-BATCH-OPID
      *          operator id, and the run reports accepted/rejected
      *          counts with the reason for every rejection.
      *                   ALREADY DESTROYED THE ORIGINAL RECORD (AND
      *                   LEFT ORPHANED ZIPXREF/CUSTNORM/CUSTNOTE
      *                   ENTRIES) WHILE REPORTING THE CARD REJECTED
      * 10/14/26 RPI 2219 A NAME CHANGE NOW ALSO CARRIES THE
      *                   CUSTOMER'S CUSTACCT ACCOUNT LINKS TO THE NEW
      *                   KEY, AS TESTGUI6 DOES ONLINE
      * 10/15/26 RPI 2231 OPTIONAL AS-OF STAMP ON THE CARD, CHECKED
      *                   AGAINST THE CUSTOMER'S CUST-LAST-UPD BEFORE
      *                   APPLYING (SHARED CUSTVER RULE), AND EVERY
      *                   CUSTFIL WRITE STAMPED WITH WS-BATCH-OPID AND
      *                   THE RUN DATE/TIME
      * 10/15/26 RPI 2232 CUSTFIL KEYS ON THE PERMANENT CUSTOMER
      *                   NUMBER - A CARD MAY NAME THE CUSTOMER BY
      *                   NUMBER OR NAME, A NAME CHANGE IS A PLAIN
      *                   REWRITE (REFUSED BY THE UNIQUE CUST-NAME
      *                   ALTERNATE KEY WHEN ANOTHER CUSTOMER HAS THE
      *                   NAME), AND NOTES AND ACCOUNT LINKS NO LONGER
      *                   NEED CARRYING TO A NEW KEY
      * 10/15/26 RPI 2233 AN ADDRESS OR ZIP CHANGE NOW ROLLS THE
      *                   CUSTADDR RESIDENTIAL TRAIL THE SAME WAY
      *                   TESTGUI6 DOES - THE OLD ADDRESS IS ENDED ON
      *                   THE RUN DATE AND KEPT AS A PREVIOUS ADDRESS
      * 10/15/26 RPI 2240 GUI6HIST SELECT DECLARES THE NEW
      *                   HIST-CUST-DATE-KEY, HIST-OLD-NAME-KEY AND
      *                   HIST-NEW-NAME-KEY ALTERNATE KEYS (GUI6HIST
      *                   RECORD NOW 424 BYTES); THE SHARED HISTAIX
      *                   SUBPROGRAM SETS THEM BEFORE EVERY WRITE OR
      *                   REWRITE
      * 10/15/26 RPI 2243 A NEW ZIP RETIRED ON ZIPREF BY THE ZIPRFSH
      *                   REFRESH IS REJECTED, NAMING ITS REPLACEMENT
      *                   WHEN REALIGNED
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUI6BMNT.
           SELECT CUSTFIL-FILE ASSIGN TO 'CUSTFIL'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CUST-KEY
               ALTERNATE RECORD KEY CUST-NAME.
           SELECT GUI6HIST-FILE ASSIGN TO 'GUI6HIST'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY HIST-KEY
               ALTERNATE RECORD KEY HIST-CUST-DATE-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY HIST-OLD-NAME-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY HIST-NEW-NAME-KEY WITH DUPLICATES.
           SELECT ZIPREF-FILE ASSIGN TO 'ZIPREF'
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY NT-KEY.
           SELECT CUSTACCT-FILE ASSIGN TO 'CUSTACCT'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CX-KEY.
           SELECT CUSTADDR-FILE ASSIGN TO 'CUSTADDR'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CAD-KEY.
           SELECT CUSTJRNL-FILE ASSIGN TO 'CUSTJRNL'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
           02  CHG-NEW-ADDR         PIC X(40).
           02  CHG-NEW-ZIP          PIC X(5).
           02  CHG-REASON-CD        PIC X(3).
           02  CHG-ASOF-DATE        PIC X(7).
           02  CHG-ASOF-TIME        PIC X(7).
       01  CHG-NUMBER-CARD.
           02  CHG-CUST-NUMBER      PIC X(7).
           02  CHG-NUMBER-REST      PIC X(33).
           02  FILLER               PIC X(102).
       FD  CUSTFIL-FILE.
           COPY CUSTFIL.
       FD  GUI6HIST-FILE.
           COPY CUSTNORM.
       FD  CUSTNOTE-FILE.
           COPY CUSTNOTE.
       FD  CUSTACCT-FILE.
           COPY CUSTACCT.
       FD  CUSTADDR-FILE.
           COPY CUSTADDR.
       FD  CUSTJRNL-FILE.
           COPY CUSTJRNL.
       FD  SEQCTL-FILE.
       WORKING-STORAGE SECTION.
       COPY BATCHLOG.
       COPY NAMENORM.
       COPY CUSTVER.
       01  WS-CARD-EOF-SW           PIC X VALUE 'N'.
           88  WS-NO-MORE-CARDS          VALUE 'Y'.
       01  WS-HIST-EOF-SW           PIC X VALUE 'N'.
           88  WS-NO-MORE-HIST           VALUE 'Y'.
       01  WS-ACCEPT-CNT            PIC 9(5) VALUE 0.
       01  WS-REJECT-CNT            PIC 9(5) VALUE 0.
       01  WS-NEXT-TASKN            PIC 9(7) VALUE 1.
           02  WS-RUN-JUL-DDD       PIC 9(3).
       01  WS-RUN-EIB-DATE          PIC 9(7).
       01  WS-RUN-TIME              PIC 9(8).
      * RUN TIME IN EIBTIME FORM (0HHMMSS) FOR THE CUST-LAST-UPD STAMP
       01  WS-RUN-EIB-TIME          PIC 9(7).

      * RESIDENTIAL TRAIL ON CUSTADDR AS FOUND BY ROLL-RESIDENTIAL-
      * ADDRESS - WHETHER THERE IS ONE, AND ITS OPEN-ENDED RECORD
       01  WS-RES-FOUND-SW          PIC X VALUE 'N'.
           88  WS-RES-FOUND               VALUE 'Y'.
       01  WS-RES-OPEN-SW           PIC X VALUE 'N'.
           88  WS-RES-OPEN-FOUND          VALUE 'Y'.
       01  WS-RES-OPEN-FROM         PIC 9(8).
       01  WS-CAD-EOF-SW            PIC X VALUE 'N'.
           88  WS-CAD-EOF                 VALUE 'Y'.

       01  WS-HDG-1.
           02  FILLER       PIC X(38) VALUE
               COMPUTE WS-RUN-EIB-DATE =
                   (WS-RUN-JUL-YY * 1000) + WS-RUN-JUL-DDD
           END-IF
           COMPUTE WS-RUN-EIB-TIME = WS-RUN-TIME / 100
           OPEN INPUT CHANGE-CARDS
           OPEN I-O CUSTFIL-FILE
           OPEN I-O GUI6HIST-FILE
           OPEN I-O ZIPXREF-FILE
           OPEN I-O CUSTNORM-FILE
           OPEN I-O CUSTNOTE-FILE
           OPEN I-O CUSTACCT-FILE
           OPEN I-O CUSTADDR-FILE
           OPEN I-O CUSTJRNL-FILE
           OPEN I-O SEQCTL-FILE
           PERFORM FIND-HIGHEST-JOURNAL-KEY
           CLOSE ZIPXREF-FILE
           CLOSE CUSTNORM-FILE
           CLOSE CUSTNOTE-FILE
           CLOSE CUSTACCT-FILE
           CLOSE CUSTADDR-FILE
           CLOSE CUSTJRNL-FILE
           CLOSE SEQCTL-FILE
           PERFORM WRITE-SUMMARY-LINE
               IF WS-REJECT-REASON = SPACES
                   PERFORM EDIT-CARD-REASON
               END-IF
               IF WS-REJECT-REASON = SPACES
                   PERFORM EDIT-CARD-ASOF
               END-IF
               IF WS-REJECT-REASON = SPACES
                   PERFORM READ-AND-APPLY-CUSTOMER
               END-IF
           WRITE RPT-LINE.

      * ZIP EDIT AS TESTGUI6'S EDIT-ZIP-FIELDS - 5 NUMERIC DIGITS
      * THAT ACTUALLY EXIST ON THE LOADED ZIPREF REFERENCE AND HAVE
      * NOT BEEN RETIRED
       EDIT-CARD-ZIP.
           IF CHG-NEW-ZIP NOT = SPACES
               IF CHG-NEW-ZIP NOT NUMERIC
                       INVALID KEY
                           MOVE 'ZIP NOT ON ZIPREF'
                               TO WS-REJECT-REASON
                       NOT INVALID KEY
                           IF ZR-RETIRED
                               IF ZR-SUCCESSOR-ZIP = SPACES
                                   MOVE 'ZIP RETIRED ON ZIPREF'
                                       TO WS-REJECT-REASON
                               ELSE
                                   STRING 'ZIP RETIRED - NOW '
                                       ZR-SUCCESSOR-ZIP
                                       DELIMITED BY SIZE
                                       INTO WS-REJECT-REASON
                               END-IF
                           END-IF
                   END-READ
               END-IF
           END-IF.
               END-READ
           END-IF.

      * THE AS-OF STAMP IS OPTIONAL, BUT WHEN KEYED BOTH HALVES MUST
      * BE THERE AND NUMERIC
       EDIT-CARD-ASOF.
           IF CHG-ASOF-DATE NOT = SPACES OR CHG-ASOF-TIME NOT = SPACES
               IF CHG-ASOF-DATE NOT NUMERIC
                       OR CHG-ASOF-TIME NOT NUMERIC
                   MOVE 'AS-OF DATE/TIME NOT NUMERIC'
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

      * A KEY OF 7 DIGITS AND NOTHING ELSE IS THE CUSTOMER NUMBER;
      * ANYTHING ELSE IS A NAME, READ ON THE CUST-NAME ALTERNATE KEY
       READ-AND-APPLY-CUSTOMER.
           IF CHG-CUST-NUMBER IS NUMERIC AND CHG-NUMBER-REST = SPACES
               MOVE CHG-CUST-NUMBER TO CUST-NUMBER
               READ CUSTFIL-FILE
                   INVALID KEY
                       MOVE 'CUSTOMER NOT ON CUSTFIL'
                           TO WS-REJECT-REASON
               END-READ
           ELSE
               MOVE CHG-CUST-KEY TO CUST-NAME
               READ CUSTFIL-FILE KEY IS CUST-NAME
                   INVALID KEY
                       MOVE 'CUSTOMER NOT ON CUSTFIL'
                           TO WS-REJECT-REASON
               END-READ
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM CHECK-CARD-ASOF
               IF WS-REJECT-REASON = SPACES
                   PERFORM APPLY-VALIDATED-CHANGE
               END-IF
           END-IF.

      * A CARD PREPARED AGAINST A KNOWN CUST-LAST-UPD STAMP IS ONLY
      * APPLIED IF THE CUSTOMER HAS NOT BEEN CHANGED SINCE - THE SAME
      * CUSTVER RULE THE ONLINE SCREENS USE, ON THE STAMP ALONE SINCE
      * THE CARD CARRIES NO FULL IMAGE
       CHECK-CARD-ASOF.
           IF CHG-ASOF-DATE NOT = SPACES
               SET CV-MODE-STAMP TO TRUE
               MOVE CUST-RECORD   TO CV-SHOWN-IMAGE
               MOVE CUST-RECORD   TO CV-CURRENT-IMAGE
               MOVE CHG-ASOF-DATE TO CV-SHOWN-DATE
               MOVE CHG-ASOF-TIME TO CV-SHOWN-TIME
               CALL 'CUSTVER' USING CUSTVER-PARMS
               IF CV-CHANGED
                   IF CUST-LAST-UPD-OPID = SPACES
                       MOVE 'CHANGED SINCE AS-OF STAMP'
                           TO WS-REJECT-REASON
                   ELSE
                       STRING 'CHANGED SINCE AS-OF BY '
                           CUST-LAST-UPD-OPID
                           DELIMITED BY SIZE INTO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       APPLY-VALIDATED-CHANGE.
           MOVE CUST-NAME   TO WS-OLD-CUST-NAME
           IF CHG-NEW-ZIP NOT = SPACES
               MOVE CHG-NEW-ZIP TO WS-NEW-CUST-ZIP
           END-IF
      * THE KEY IS THE CUSTOMER NUMBER, SO A NAME CHANGE IS AN
      * ORDINARY REWRITE AS IT IS IN TESTGUI6'S REWRITE-CUSTOMER-
      * RECORD - THE UNIQUE CUST-NAME ALTERNATE KEY REFUSES A NEW NAME
      * ANOTHER CUSTOMER ALREADY HAS, AND THE CARD IS REJECTED WITH
      * NOTHING TOUCHED
           MOVE WS-NEW-CUST-NAME TO CUST-NAME
           MOVE WS-NEW-CUST-ADDR TO CUST-ADDR
           MOVE WS-NEW-CUST-ZIP  TO CUST-ZIP
           PERFORM STAMP-CUSTOMER-RECORD
           REWRITE CUST-RECORD
               INVALID KEY
                   MOVE 'NEW NAME ALREADY ON FILE'
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   MOVE 'R' TO CJ-ACTION
                   MOVE WS-OLD-CUST-NAME   TO CJ-BEF-NAME
                   MOVE WS-OLD-CUST-ADDR   TO CJ-BEF-ADDR
                   MOVE WS-OLD-CUST-ZIP    TO CJ-BEF-ZIP
                   MOVE WS-OLD-CUST-STATUS TO CJ-BEF-STATUS
                   MOVE CUST-NAME   TO CJ-AFT-NAME
                   MOVE CUST-ADDR   TO CJ-AFT-ADDR
                   MOVE CUST-ZIP    TO CJ-AFT-ZIP
                   MOVE CUST-STATUS TO CJ-AFT-STATUS
                   PERFORM WRITE-CUSTFIL-JOURNAL
           END-REWRITE
           IF WS-REJECT-REASON = SPACES
               PERFORM UPDATE-ZIP-XREF
               PERFORM UPDATE-NAME-XREF
               PERFORM ROLL-RESIDENTIAL-ADDRESS
               PERFORM LOG-BATCH-CHANGE
           END-IF.

      * BULK CHANGES ARE STAMPED UNDER THE BATCH OPERATOR ID, IN THE
      * SAME EIBDATE/EIBTIME FORM THE ONLINE WRITERS USE
       STAMP-CUSTOMER-RECORD.
           MOVE WS-BATCH-OPID   TO CUST-LAST-UPD-OPID
           MOVE WS-RUN-EIB-DATE TO CUST-LAST-UPD-DATE
           MOVE WS-RUN-EIB-TIME TO CUST-LAST-UPD-TIME.

      * ZIPXREF CARRIES THE CUSTOMER NUMBER, SO ONLY A ZIP CHANGE
      * MOVES THE ENTRY
       UPDATE-ZIP-XREF.
           IF WS-OLD-CUST-ZIP NOT = WS-NEW-CUST-ZIP
               IF WS-OLD-CUST-ZIP NOT = SPACES
                   MOVE WS-OLD-CUST-ZIP  TO ZX-ZIP
                   MOVE CUST-NUMBER      TO ZX-CUST-NUMBER
                   DELETE ZIPXREF-FILE RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
               END-IF
               IF WS-NEW-CUST-ZIP NOT = SPACES
                   MOVE WS-NEW-CUST-ZIP  TO ZX-ZIP
                   MOVE CUST-NUMBER      TO ZX-CUST-NUMBER
                   WRITE ZIPXREF-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
               MOVE WS-OLD-CUST-NAME TO LK-NN-IN
               CALL 'NAMENORM' USING NAMENORM-PARMS
               MOVE LK-NN-OUT TO CN-NORM-NAME
               MOVE CUST-NUMBER TO CN-CUST-NUMBER
               DELETE CUSTNORM-FILE RECORD
                   INVALID KEY CONTINUE
               END-DELETE
               MOVE WS-NEW-CUST-NAME TO LK-NN-IN
               CALL 'NAMENORM' USING NAMENORM-PARMS
               MOVE LK-NN-OUT TO CN-NORM-NAME
               MOVE CUST-NUMBER TO CN-CUST-NUMBER
               WRITE CUSTNORM-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
           END-IF.

      * CUSTFIL IS THE CURRENT RESIDENTIAL ADDRESS AND CUSTADDR ITS
      * DATED TRAIL, ROLLED AS TESTGUI6'S ROLL-RESIDENTIAL-ADDRESS
      * DOES: THE OPEN RESIDENTIAL RECORD IS ENDED ON THE RUN DATE AND
      * A NEW ONE STARTS THEN (OR IS CORRECTED IN PLACE IF IT ALREADY
      * STARTED TODAY). A CUSTOMER WITH NO TRAIL FIRST GETS THE OLD
      * ADDRESS WRITTEN AS ONE ENDING ON THE RUN DATE.
       ROLL-RESIDENTIAL-ADDRESS.
           IF WS-OLD-CUST-ADDR NOT = WS-NEW-CUST-ADDR
                   OR WS-OLD-CUST-ZIP NOT = WS-NEW-CUST-ZIP
               PERFORM FIND-RESIDENTIAL-TRAIL
               IF NOT WS-RES-FOUND AND WS-OLD-CUST-ADDR NOT = SPACES
                   MOVE CUST-NUMBER      TO CAD-CUST-NUMBER
                   MOVE 'R'              TO CAD-TYPE
                   MOVE 0                TO CAD-EFF-FROM
                   MOVE WS-RUN-DATE      TO CAD-EFF-TO
                   MOVE WS-OLD-CUST-ADDR TO CAD-ADDR
                   MOVE WS-OLD-CUST-ZIP  TO CAD-ZIP
                   PERFORM WRITE-RESIDENTIAL-ADDRESS
               END-IF
               IF WS-RES-OPEN-FOUND
                   MOVE CUST-NUMBER      TO CAD-CUST-NUMBER
                   MOVE 'R'              TO CAD-TYPE
                   MOVE WS-RES-OPEN-FROM TO CAD-EFF-FROM
                   READ CUSTADDR-FILE
                       INVALID KEY
                           MOVE 'N' TO WS-RES-OPEN-SW
                   END-READ
               END-IF
               IF WS-RES-OPEN-FOUND
                       AND WS-RES-OPEN-FROM = WS-RUN-DATE
                   MOVE WS-NEW-CUST-ADDR TO CAD-ADDR
                   MOVE WS-NEW-CUST-ZIP  TO CAD-ZIP
                   PERFORM LOOKUP-ADDRESS-CITY
                   PERFORM REWRITE-RESIDENTIAL-ADDRESS
               ELSE
                   IF WS-RES-OPEN-FOUND
                       MOVE WS-RUN-DATE TO CAD-EFF-TO
                       PERFORM REWRITE-RESIDENTIAL-ADDRESS
                   END-IF
                   IF WS-NEW-CUST-ADDR NOT = SPACES
                       MOVE CUST-NUMBER      TO CAD-CUST-NUMBER
                       MOVE 'R'              TO CAD-TYPE
                       MOVE WS-RUN-DATE      TO CAD-EFF-FROM
                       MOVE 0                TO CAD-EFF-TO
                       MOVE WS-NEW-CUST-ADDR TO CAD-ADDR
                       MOVE WS-NEW-CUST-ZIP  TO CAD-ZIP
                       PERFORM WRITE-RESIDENTIAL-ADDRESS
                   END-IF
               END-IF
           END-IF.

       FIND-RESIDENTIAL-TRAIL.
           MOVE 'N' TO WS-RES-FOUND-SW
           MOVE 'N' TO WS-RES-OPEN-SW
           MOVE 'N' TO WS-CAD-EOF-SW
           MOVE CUST-NUMBER TO CAD-CUST-NUMBER
           MOVE 'R'         TO CAD-TYPE
           MOVE 0           TO CAD-EFF-FROM
           START CUSTADDR-FILE KEY IS NOT LESS THAN CAD-KEY
               INVALID KEY SET WS-CAD-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-CAD-EOF
               READ CUSTADDR-FILE NEXT RECORD
                   AT END SET WS-CAD-EOF TO TRUE
               END-READ
               IF NOT WS-CAD-EOF
                   IF CAD-CUST-NUMBER NOT = CUST-NUMBER
                           OR NOT CAD-RESIDENTIAL
                       SET WS-CAD-EOF TO TRUE
                   ELSE
                       SET WS-RES-FOUND TO TRUE
                       IF CAD-OPEN-ENDED
                           SET WS-RES-OPEN-FOUND TO TRUE
                           MOVE CAD-EFF-FROM TO WS-RES-OPEN-FROM
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-RESIDENTIAL-ADDRESS.
           PERFORM LOOKUP-ADDRESS-CITY
           MOVE WS-BATCH-OPID TO CAD-OPID
           MOVE WS-RUN-DATE   TO CAD-UPD-DATE
           WRITE CAD-RECORD
               INVALID KEY CONTINUE
           END-WRITE.

       REWRITE-RESIDENTIAL-ADDRESS.
           MOVE WS-BATCH-OPID TO CAD-OPID
           MOVE WS-RUN-DATE   TO CAD-UPD-DATE
           REWRITE CAD-RECORD
               INVALID KEY CONTINUE
           END-REWRITE.

      * CITY/STATE FOR CAD-ZIP OFF ZIPREF - BLANK FOR A ZIP THE
      * REFERENCE FILE DOESN'T KNOW
       LOOKUP-ADDRESS-CITY.
           MOVE SPACES TO CAD-CITY
           MOVE SPACES TO CAD-STATE
           IF CAD-ZIP NOT = SPACES
               MOVE CAD-ZIP TO ZR-ZIP
               READ ZIPREF-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE ZR-CITY  TO CAD-CITY
                       MOVE ZR-STATE TO CAD-STATE
               END-READ
           END-IF.

      * ONE GUI6HIST RECORD PER ACCEPTED CARD UNDER THE BATCH
      * OPERATOR ID, SO EVERY BULK CHANGE RIDES THE NIGHTLY GUI6EXT
      * EXTRACT AND THE AUDIT TRAIL LIKE A KEYED CHANGE
       LOG-BATCH-CHANGE.
           MOVE WS-NEXT-TASKN     TO HIST-TASKN
           MOVE CUST-NUMBER       TO HIST-CUST-NUMBER
           MOVE WS-OLD-CUST-NAME  TO HIST-OLD-NAME
           MOVE WS-OLD-CUST-ADDR  TO HIST-OLD-ADDR
           MOVE WS-OLD-CUST-ZIP   TO HIST-OLD-ZIP
           MOVE 'USD'             TO HIST-PAY-CCY
           MOVE 0                 TO HIST-PAYMEI-USD
           MOVE 0                 TO HIST-PAYME1I-USD
           CALL 'HISTAIX' USING HIST-RECORD
           WRITE HIST-RECORD
               INVALID KEY
                   DISPLAY 'GUI6BMNT - HISTORY WRITE FAILED TASKN '
           END-READ
           MOVE SEQ-CTL-VALUE TO CJ-SEQNO
           MOVE 'GUI6BMNT' TO CJ-PROGRAM
           MOVE CUST-NUMBER TO CJ-CUST-NUMBER
           ACCEPT WS-CJ-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CJ-RUN-TIME FROM TIME
           MOVE WS-CJ-RUN-DATE TO CJ-DATE
