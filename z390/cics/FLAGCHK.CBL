      ***************************************************************
      * Author.  Maintenance team
      * Remarks. Shared caution-flag check. A customer flagged on
      *          CUSTFLAG (suspected fraud, identity-theft victim, VIP
      *          handling, court order) has to be put in front of the
      *          operator before anything is changed, and the operator
      *          has to acknowledge it - TESTGUI6 banners it when the
      *          customer is opened, takes the PF12 acknowledgment and
      *          refuses an update or a PF6 approval until it has been
      *          given. This one copy decides which flags are in force
      *          today, which one heads the banner, and whether this
      *          operator has acknowledged them since they were last
      *          set (and today), and writes the FLAGACK log record
      *          when asked to, the same way SIGNCHK owns the sign-on
      *          window rule. See FLAGCHK.CPY for the interface.
      ***************************************************************
      * 10/15/26 RPI 2235 INITIAL CODING
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FLAGCHK.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY CUSTFLAG.
       COPY FLAGACK.

       01  WS-FC-RESP            PIC S9(8) COMP.
       01  WS-FC-RANK            PIC 9.
       01  WS-FC-HEAD-RANK       PIC 9.

      * LATEST SET/EXTEND STAMP AMONG THE FLAGS IN FORCE, AND THE
      * POINT AN ACKNOWLEDGMENT MUST BE AT OR AFTER TO COUNT - THAT
      * STAMP OR THE START OF TODAY, WHICHEVER IS LATER
       01  WS-FC-LATEST-STAMP    PIC 9(14).
       01  WS-FC-THIS-STAMP      PIC 9(14).
       01  WS-FC-ACK-SINCE       PIC 9(14).
       01  WS-FC-ACK-SINCE-R REDEFINES WS-FC-ACK-SINCE.
           02  WS-FC-SINCE-DATE  PIC 9(8).
           02  WS-FC-SINCE-TIME  PIC 9(6).

       LINKAGE SECTION.
       COPY FLAGCHK.

       PROCEDURE DIVISION USING FLAGCHK-PARMS.
       MAINLINE.
           MOVE 0      TO FC-ACTIVE-CNT
           MOVE SPACES TO FC-TYPES
           MOVE SPACES TO FC-HEAD-TYPE
           MOVE SPACES TO FC-HEAD-DESC
           MOVE SPACES TO FC-HEAD-REASON
           MOVE 9      TO WS-FC-HEAD-RANK
           MOVE 0      TO WS-FC-LATEST-STAMP
           MOVE FC-CUST-NUMBER TO CFL-CUST-NUMBER
           MOVE LOW-VALUES TO CFL-TYPE
           EXEC CICS STARTBR DATASET(FC-CUSTFLAG-DD)
               RIDFLD(CFL-KEY)
               GTEQ
               RESP(WS-FC-RESP)
           END-EXEC
           IF WS-FC-RESP = DFHRESP(NORMAL)
               PERFORM UNTIL WS-FC-RESP NOT = DFHRESP(NORMAL)
                   EXEC CICS READNEXT DATASET(FC-CUSTFLAG-DD)
                       INTO(CFL-RECORD)
                       RIDFLD(CFL-KEY)
                       RESP(WS-FC-RESP)
                   END-EXEC
                   IF WS-FC-RESP = DFHRESP(NORMAL)
                       IF CFL-CUST-NUMBER NOT = FC-CUST-NUMBER
                           MOVE DFHRESP(ENDFILE) TO WS-FC-RESP
                       ELSE
                       IF CFL-EXPIRY >= FC-TODAY
                               AND FC-ACTIVE-CNT < 4
                           PERFORM NOTE-FLAG-IN-FORCE
                       END-IF
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR DATASET(FC-CUSTFLAG-DD) END-EXEC
           END-IF
           IF FC-ACTIVE-CNT = 0
               SET FC-NO-FLAGS TO TRUE
           ELSE
           IF FC-ACKNOWLEDGE
               PERFORM WRITE-ACKNOWLEDGMENT
           ELSE
               PERFORM FIND-ACKNOWLEDGMENT
           END-IF
           END-IF
           GOBACK.

      * THE MOST SERIOUS FLAG HEADS THE BANNER - FRAUD, THEN IDENTITY
      * THEFT, THEN A COURT ORDER, THEN VIP HANDLING
       NOTE-FLAG-IN-FORCE.
           ADD 1 TO FC-ACTIVE-CNT
           MOVE CFL-TYPE TO FC-TYPES(FC-ACTIVE-CNT:1)
           EVALUATE TRUE
               WHEN CFL-FRAUD-SUSPECTED
                   MOVE 1 TO WS-FC-RANK
               WHEN CFL-IDENTITY-THEFT
                   MOVE 2 TO WS-FC-RANK
               WHEN CFL-COURT-ORDER
                   MOVE 3 TO WS-FC-RANK
               WHEN OTHER
                   MOVE 4 TO WS-FC-RANK
           END-EVALUATE
           IF WS-FC-RANK < WS-FC-HEAD-RANK
               MOVE WS-FC-RANK TO WS-FC-HEAD-RANK
               MOVE CFL-TYPE   TO FC-HEAD-TYPE
               MOVE CFL-REASON TO FC-HEAD-REASON
               EVALUATE TRUE
                   WHEN CFL-FRAUD-SUSPECTED
                       MOVE 'FRAUD SUSPECTED' TO FC-HEAD-DESC
                   WHEN CFL-IDENTITY-THEFT
                       MOVE 'ID THEFT VICTIM' TO FC-HEAD-DESC
                   WHEN CFL-COURT-ORDER
                       MOVE 'COURT ORDER'     TO FC-HEAD-DESC
                   WHEN CFL-VIP-HANDLING
                       MOVE 'VIP HANDLING'    TO FC-HEAD-DESC
                   WHEN OTHER
                       MOVE CFL-TYPE          TO FC-HEAD-DESC
               END-EVALUATE
           END-IF
           COMPUTE WS-FC-THIS-STAMP =
               CFL-UPD-DATE * 1000000 + CFL-UPD-TIME
           IF WS-FC-THIS-STAMP > WS-FC-LATEST-STAMP
               MOVE WS-FC-THIS-STAMP TO WS-FC-LATEST-STAMP
           END-IF.

      * FLAGACK IS KEYED CUSTOMER/OPERATOR/DATE/TIME, SO THE FIRST
      * RECORD AT OR PAST THE START POINT TELLS WHETHER THIS OPERATOR
      * HAS ACKNOWLEDGED SINCE THEN
       FIND-ACKNOWLEDGMENT.
           COMPUTE WS-FC-ACK-SINCE = FC-TODAY * 1000000
           IF WS-FC-LATEST-STAMP > WS-FC-ACK-SINCE
               MOVE WS-FC-LATEST-STAMP TO WS-FC-ACK-SINCE
           END-IF
           MOVE FC-CUST-NUMBER   TO FAK-CUST-NUMBER
           MOVE FC-OPID          TO FAK-OPID
           MOVE WS-FC-SINCE-DATE TO FAK-DATE
           MOVE WS-FC-SINCE-TIME TO FAK-TIME
           EXEC CICS READ DATASET(FC-FLAGACK-DD)
               INTO(FAK-RECORD)
               RIDFLD(FAK-KEY)
               GTEQ
               RESP(WS-FC-RESP)
           END-EXEC
           IF WS-FC-RESP = DFHRESP(NORMAL)
                   AND FAK-CUST-NUMBER = FC-CUST-NUMBER
                   AND FAK-OPID = FC-OPID
               SET FC-ACKNOWLEDGED TO TRUE
           ELSE
               SET FC-NOT-ACKNOWLEDGED TO TRUE
           END-IF.

      * A SECOND PF12 IN THE SAME SECOND FINDS ITS RECORD ALREADY
      * THERE - THAT IS STILL AN ACKNOWLEDGMENT ON FILE
       WRITE-ACKNOWLEDGMENT.
           MOVE FC-CUST-NUMBER TO FAK-CUST-NUMBER
           MOVE FC-OPID        TO FAK-OPID
           MOVE FC-TODAY       TO FAK-DATE
           MOVE FC-NOW-TIME    TO FAK-TIME
           MOVE FC-TRMID       TO FAK-TRMID
           MOVE FC-TRNID       TO FAK-TRNID
           MOVE FC-TYPES       TO FAK-TYPES
           EXEC CICS WRITE DATASET(FC-FLAGACK-DD)
               FROM(FAK-RECORD)
               RIDFLD(FAK-KEY)
               RESP(WS-FC-RESP)
           END-EXEC
           IF WS-FC-RESP = DFHRESP(NORMAL)
                   OR WS-FC-RESP = DFHRESP(DUPREC)
               SET FC-ACKNOWLEDGED TO TRUE
           ELSE
               SET FC-ACK-FAILED TO TRUE
           END-IF.
