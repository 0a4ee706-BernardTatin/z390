      *          home on MAILFWD or ADRNEXCP either way.
      ***************************************************************
      * 09/01/26 RPI 2166 INITIAL CODING
      * 10/15/26 RPI 2232 THE ADRN NOTIFICATION NOW ENDS WITH THE
      *                   PERMANENT CUSTOMER NUMBER (147 -> 155 BYTES);
      *                   THE CUSTOMER IS RE-READ BY IT, OR BY NAME FOR
      *                   ONE QUEUED BEFORE THE NUMBER EXISTED, AND THE
      *                   NUMBER IS CARRIED ON TO MAILFWD
      * 10/15/26 RPI 2233 MAIL IS FORWARDED TO THE ADDRESS IN EFFECT
      *                   FOR MAIL ON THE RUN DATE (SHARED ADDRPICK
      *                   RULE) - A MAILING OR SEASONAL ADDRESS WINS
      *                   OVER THE NEW RESIDENTIAL ONE - AND IT IS
      *                   THAT ADDRESS'S ZIP WHOSE DELIVERABILITY IS
      *                   CHECKED
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADRNVER.
           SELECT CUSTFIL-FILE ASSIGN TO 'CUSTFIL'
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY CUST-KEY
               ALTERNATE RECORD KEY CUST-NAME.
           SELECT MAILFWD-OUT ASSIGN TO 'MAILFWD'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ADRNVER-RPT ASSIGN TO 'ADRNEXCP'
       DATA DIVISION.
       FILE SECTION.
       FD  ADRN-EXTRACT.
       01  ADRN-LINE               PIC X(155).
       FD  ARCH-FILE.
       01  ARCH-LINE       PIC X(155).
       FD  ADRREF-FILE.
       01  ADRREF-LINE             PIC X(80).
       FD  CUSTFIL-FILE.
           COPY CUSTFIL.
       FD  MAILFWD-OUT.
       01  MAILFWD-LINE            PIC X(143).
       FD  ADRNVER-RPT.
       01  RPT-LINE                PIC X(110).
       FD  BATCH-LOG-FILE.

       WORKING-STORAGE SECTION.
       COPY BATCHLOG.
       COPY ADDRPICK.

      * PRE-DRAIN ARCHIVAL CAPTURE (RPI 2204) - THE INPUT EXTRACT IS
      * COPIED TO ITS DATED ARCHIVE BEFORE A SINGLE RECORD IS
           02  ADRN-DATE           PIC 9(7).
           02  FILLER              PIC X.
           02  ADRN-TIME           PIC 9(7).
           02  FILLER              PIC X.
           02  ADRN-CUST-NUMBER    PIC X(7).

       01  WS-EOF-SW               PIC X VALUE 'N'.
           88  WS-NO-MORE-ADRN          VALUE 'Y'.
           02  FWD-ZIP             PIC X(5).
           02  FILLER              PIC X VALUE SPACE.
           02  FWD-DATE            PIC 9(7).
           02  FILLER              PIC X VALUE SPACE.
           02  FWD-CUST-NUMBER     PIC 9(7).

       01  WS-HDG-1.
           02  FILLER       PIC X(43) VALUE
           END-PERFORM
           CLOSE ADRN-EXTRACT
           CLOSE CUSTFIL-FILE
           SET LK-AP-CLOSE TO TRUE
           CALL 'ADDRPICK' USING ADDRPICK-PARMS
           CLOSE MAILFWD-OUT
           PERFORM WRITE-SUMMARY-LINE
           CLOSE ADRNVER-RPT
               IF NOT WS-CUST-FOUND
                   MOVE 'CUSTOMER NOT ON CUSTFIL' TO WS-EXCP-REASON
               ELSE
                   PERFORM PICK-MAIL-ADDRESS
                   PERFORM CHECK-ZIP-DELIVERABLE
                   IF NOT WS-ZIP-DELIVERABLE
                       MOVE 'ZIP NOT DELIVERABLE' TO WS-EXCP-REASON

       READ-CUSTOMER-MASTER.
           MOVE 'N' TO WS-CUST-FOUND-SW
           IF ADRN-CUST-NUMBER IS NUMERIC
               MOVE ADRN-CUST-NUMBER TO CUST-NUMBER
               READ CUSTFIL-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET WS-CUST-FOUND TO TRUE
               END-READ
           ELSE
               MOVE ADRN-CUST-KEY TO CUST-NAME
               READ CUSTFIL-FILE KEY IS CUST-NAME
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET WS-CUST-FOUND TO TRUE
               END-READ
           END-IF.

      * WHERE THE CUSTOMER'S MAIL GOES ON THE RUN DATE - THE NEW
      * CUSTFIL ADDRESS UNLESS A MAILING OR SEASONAL ADDRESS IS IN
      * EFFECT ON CUSTADDR
       PICK-MAIL-ADDRESS.
           SET LK-AP-PICK     TO TRUE
           SET LK-AP-FOR-MAIL TO TRUE
           MOVE WS-RUN-DATE   TO LK-AP-AS-OF-DATE
           MOVE CUST-NUMBER   TO LK-AP-CUST-NUMBER
           MOVE CUST-ADDR     TO LK-AP-ADDR
           MOVE CUST-ZIP      TO LK-AP-ZIP
           CALL 'ADDRPICK' USING ADDRPICK-PARMS.

       CHECK-ZIP-DELIVERABLE.
           MOVE 'N' TO WS-ZIP-FOUND-SW
           PERFORM VARYING WS-ZIP-SUB FROM 1 BY 1
                   UNTIL WS-ZIP-SUB > WS-ZIP-TBL-CNT
               IF REF-ZIP(WS-ZIP-SUB) = LK-AP-ZIP
                   SET WS-ZIP-DELIVERABLE TO TRUE
               END-IF
           END-PERFORM.
       WRITE-MAILFWD-RECORD.
           MOVE ADRN-CUST-KEY TO FWD-CUST-KEY
           MOVE ADRN-OLD-ADDR TO FWD-OLD-ADDR
           MOVE LK-AP-ADDR    TO FWD-NEW-ADDR
           MOVE LK-AP-ZIP     TO FWD-ZIP
           MOVE ADRN-DATE     TO FWD-DATE
           MOVE CUST-NUMBER   TO FWD-CUST-NUMBER
           MOVE WS-MAILFWD-DETAIL TO MAILFWD-LINE
           WRITE MAILFWD-LINE
           ADD 1 TO WS-GOOD-CNT.
