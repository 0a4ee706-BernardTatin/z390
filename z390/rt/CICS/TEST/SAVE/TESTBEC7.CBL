      *                   DFHCOMMAREA, AND EIBFN/EIBRESP AT FAILURE -
      *                   SO TESTBECQ CAN SHOW WHAT THE TASK WAS
      *                   CARRYING WHEN IT DIED
      * 10/15/26 RPI 2254 EACH TRANSACTION ASKS THE SHARED TRNBRKR
      *                   ABEND-STORM BREAKER AT ENTRY AND SHOWS A
      *                   TEMPORARILY-UNAVAILABLE MESSAGE INSTEAD OF
      *                   RUNNING WHILE ITS TRANSID IS DISABLED ON
      *                   TRNDSBL, AND EVERY ABEND LOGGED TO ABNDLOG
      *                   NOW COUNTS TOWARD THE TRANSID'S ROLLING
      *                   WINDOW - ONCE THE WINDOW EXCEEDS PARMFIL
      *                   ABND-STORM-LIMIT THE TRANSID IS DISABLED
      *                   UNTIL A SUPERVISOR RE-ENABLES IT THROUGH
      *                   TRNDMNT
        PROGRAM-ID. TESTBEC7.
        ENVIRONMENT DIVISION.
        DATA DIVISION.
        COPY OPERPROF.
        COPY PARMFIL.
        COPY SEQGEN.
        COPY TRNBRKR.
        01  WS-RESP               PIC S9(8) COMP.
        01  WS-NEXT-SEQNO         PIC 9(7).

            MOVE LENGTH OF TEST3   TO TEST3L.
            MOVE FUNCTION CURRENT-DATE(9:6) TO WS-START-TIME.
            PERFORM LOAD-SHOP-PARAMETERS.
            PERFORM CHECK-TRANSACTION-BREAKER.
            IF TB-DISABLED
                EXEC CICS SEND TEXT
                    FROM(TB-MESSAGE)
                    LENGTH(50)
                    ERASE
                END-EXEC
                PERFORM WRITE-VOLUME-EVENT
                EXEC CICS RETURN END-EXEC
            END-IF.

      *  CLC   EIBTRNID,=C'BEC5'  SECOND TEST TRANSID ?
      *  BE    BEC5               EXIT IF IT IS
                    FUNCTION NUMVAL(PRM-VALUE)
            END-IF.

      * A TRANSID THE ABEND-STORM BREAKER HAS DISABLED ON TRNDSBL GETS
      * THE FRIENDLY "TEMPORARILY UNAVAILABLE" MESSAGE INSTEAD OF
      * BEING ALLOWED TO ABEND IN FRONT OF ANOTHER USER
        CHECK-TRANSACTION-BREAKER.
            MOVE 'Q'      TO TB-ACTION
            MOVE EIBTRNID TO TB-TRNID
            MOVE EIBOPID  TO TB-OPID
            MOVE EIBDATE  TO TB-DATE
            MOVE EIBTIME  TO TB-TIME
            CALL 'TRNBRKR' USING TRNBRKR-PARMS.

      * THE ABEND JUST LOGGED COUNTS TOWARD THIS TRANSID'S ROLLING
      * WINDOW - TRNBRKR DISABLES THE TRANSID (AND LOGS AND PAGES IT)
      * ONCE THE WINDOW'S COUNT EXCEEDS THE PARMFIL LIMIT
        RECORD-ABEND-FOR-BREAKER.
            MOVE 'A'         TO TB-ACTION
            MOVE ABL-TRNID   TO TB-TRNID
            MOVE EIBOPID     TO TB-OPID
            MOVE ABL-DATE    TO TB-DATE
            MOVE ABL-TIME    TO TB-TIME
            MOVE ABL-ABCODE  TO TB-ABCODE
            MOVE ABL-PROGRAM TO TB-PROGRAM
            CALL 'TRNBRKR' USING TRNBRKR-PARMS.

      * REJECT THE BEC5 ABEND-SIMULATION BRANCH UNLESS THE SIGNED-ON
      * OPERATOR'S OPERPROF PROFILE IS ACTIVE AND SUPERVISOR-LEVEL -
      * AN OPID NOT ON FILE, DEACTIVATED, OR BELOW SUPERVISOR HAS NO
            PERFORM COUNT-TODAYS-ABEND-VOLUME
            IF WS-TODAY-ABND-CNT >= WS-ABND-VOL-THRESHOLD
                PERFORM WRITE-VOLUME-ALERT
            END-IF
            PERFORM RECORD-ABEND-FOR-BREAKER.

      * COMPANION CONTEXT RECORD UNDER THE SAME SEQNO AS THE ABNDLOG
      * EVENT JUST WRITTEN - TERMINAL, OPERATOR, COMMAREA LENGTH, A
