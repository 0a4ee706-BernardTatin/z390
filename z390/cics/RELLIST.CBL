      ***************************************************************
      * Author.  Maintenance team
      * Remarks. Shared active-relationship lookup. A customer can now
      *          be a joint holder with, guardian of, or attorney for
      *          another customer (CUSTREL), and more than one screen
      *          has to know who is tied to a customer right now -
      *          TESTGUI6 shows it when the customer is opened and
      *          lists it when an offboard is requested or approved,
      *          CUSTSTAT lists it when a customer is marked deceased.
      *          This one copy walks the customer's CUSTREL records,
      *          keeps the ones active on the caller's date and names
      *          the other party from CUSTFIL, the same way SIGNCHK
      *          owns the sign-on window rule. See RELLIST.CPY for the
      *          interface.
      ***************************************************************
      * 10/15/26 RPI 2234 INITIAL CODING
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELLIST.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY CUSTREL.
       COPY CUSTFIL.

       01  WS-RL-RESP            PIC S9(8) COMP.
       01  WS-RL-NAME-RESP       PIC S9(8) COMP.
       01  WS-RL-SUB             PIC 9(2).

       LINKAGE SECTION.
       COPY RELLIST.

       PROCEDURE DIVISION USING RELLIST-PARMS.
       MAINLINE.
           MOVE 0 TO RL-ACTIVE-CNT
           MOVE 0 TO RL-LISTED-CNT
           MOVE RL-CUST-NUMBER TO CRL-CUST-NUMBER
           MOVE 0 TO CRL-RELATED-NUMBER
           MOVE LOW-VALUES TO CRL-TYPE
           MOVE 0 TO CRL-START
           EXEC CICS STARTBR DATASET(RL-CUSTREL-DD)
               RIDFLD(CRL-KEY)
               GTEQ
               RESP(WS-RL-RESP)
           END-EXEC
           IF WS-RL-RESP = DFHRESP(NORMAL)
               PERFORM UNTIL WS-RL-RESP NOT = DFHRESP(NORMAL)
                   EXEC CICS READNEXT DATASET(RL-CUSTREL-DD)
                       INTO(CRL-RECORD)
                       RIDFLD(CRL-KEY)
                       RESP(WS-RL-RESP)
                   END-EXEC
                   IF WS-RL-RESP = DFHRESP(NORMAL)
                       IF CRL-CUST-NUMBER NOT = RL-CUST-NUMBER
                           MOVE DFHRESP(ENDFILE) TO WS-RL-RESP
                       ELSE
                       IF CRL-START <= RL-AS-OF-DATE
                               AND (CRL-OPEN-ENDED
                               OR CRL-END > RL-AS-OF-DATE)
                           ADD 1 TO RL-ACTIVE-CNT
                           IF RL-LISTED-CNT < 20
                               PERFORM LIST-ACTIVE-RELATIONSHIP
                           END-IF
                       END-IF
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR DATASET(RL-CUSTREL-DD) END-EXEC
           END-IF
           GOBACK.

       LIST-ACTIVE-RELATIONSHIP.
           ADD 1 TO RL-LISTED-CNT
           MOVE RL-LISTED-CNT      TO WS-RL-SUB
           MOVE CRL-RELATED-NUMBER TO RL-RELATED-NUMBER(WS-RL-SUB)
           MOVE CRL-TYPE           TO RL-TYPE(WS-RL-SUB)
           MOVE CRL-ROLE           TO RL-ROLE(WS-RL-SUB)
           MOVE CRL-START          TO RL-START(WS-RL-SUB)
           MOVE CRL-DOC-REF        TO RL-DOC-REF(WS-RL-SUB)
           EVALUATE TRUE
               WHEN CRL-JOINT-HOLDER
                   MOVE 'JOINT HOLDER' TO RL-DESC(WS-RL-SUB)
               WHEN CRL-GUARDIAN AND CRL-ACTS-FOR-RELATED
                   MOVE 'GUARDIAN OF'  TO RL-DESC(WS-RL-SUB)
               WHEN CRL-GUARDIAN
                   MOVE 'HAS GUARDIAN' TO RL-DESC(WS-RL-SUB)
               WHEN CRL-POWER-OF-ATTY AND CRL-ACTS-FOR-RELATED
                   MOVE 'ATTORNEY FOR' TO RL-DESC(WS-RL-SUB)
               WHEN CRL-POWER-OF-ATTY
                   MOVE 'HAS ATTORNEY' TO RL-DESC(WS-RL-SUB)
               WHEN OTHER
                   MOVE CRL-TYPE       TO RL-DESC(WS-RL-SUB)
           END-EVALUATE
           MOVE CRL-RELATED-NUMBER TO CUST-NUMBER
           EXEC CICS READ DATASET(RL-CUSTFIL-DD)
               INTO(CUST-RECORD)
               RIDFLD(CUST-KEY)
               RESP(WS-RL-NAME-RESP)
           END-EXEC
           IF WS-RL-NAME-RESP = DFHRESP(NORMAL)
               MOVE CUST-NAME TO RL-RELATED-NAME(WS-RL-SUB)
           ELSE
               MOVE SPACES    TO RL-RELATED-NAME(WS-RL-SUB)
           END-IF.
