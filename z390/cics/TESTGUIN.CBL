      *          (plain-text screen, no BMS map) and the operator can
      *          key one 60-byte line to append as a new note,
      *          stamped with their opid and the date/time. Notes
      *          live on the CUSTNOTE KSDS keyed customer number +
      *          sequence, so they stay with the customer through a
      *          name change.
      *****************************************************************
      * 09/01/26 RPI 2187 INITIAL CODING
      * 09/01/26 RPI 2209 A GT-PREFIXED TRAINING TRANSID (THE PF9
      *                   APPEND ON THE SHADOW CUSTNOTT FILE AND
      *                   LABELS THE LIST, SO TRAINING PF9 CANNOT
      *                   TOUCH PRODUCTION NOTES
      * 10/15/26 RPI 2230 THE CUSTOMER NAME IN THE LIST HEADING IS NOW
      *                   SHOWN THROUGH THE SHARED CUSTMASK RULE, SO AN
      *                   OPERATOR WITHOUT FULL OPERPROF DATA
      *                   VISIBILITY SEES IT MASKED AFTER ITS FIRST
      *                   WORD
      * 10/15/26 RPI 2232 THE COMMAREA NOW CARRIES THE PERMANENT
      *                   CUSTOMER NUMBER - NOTES ARE KEYED ON IT, AND
      *                   THE HEADING NAME IS READ OFF CUSTFIL BY IT
      *****************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. TESTGUIN.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
        COPY CUSTNOTE.
        COPY CUSTFIL.
        COPY CUSTMASK.

        01  WS-RESP               PIC S9(8) COMP.

        01  WS-TRAINING-SW        PIC X VALUE 'N'.
            88  WS-TRAINING-MODE      VALUE 'Y'.
        01  WS-CUSTNOTE-DD        PIC X(8) VALUE 'CUSTNOTE'.
        01  WS-CUSTFIL-DD         PIC X(8) VALUE 'CUSTFIL'.
        01  WS-LIST-CNT           PIC 9(2) VALUE 0.
        01  WS-NEXT-SEQNO         PIC 9(3) VALUE 1.
        01  WS-NOTE-TEXT          PIC X(60).

        01  WS-OUT-COMMAREA.
            02  OUT-NCA-MODE      PIC X(1).
            02  OUT-NCA-CUST-KEY.
                03  OUT-NCA-CUST-NUMBER PIC 9(7).
                03  FILLER              PIC X(33).

        LINKAGE SECTION.
        01  DFHCOMMAREA.
            02  NCA-MODE          PIC X(1).
            02  NCA-CUST-KEY.
                03  NCA-CUST-NUMBER   PIC 9(7).
                03  FILLER            PIC X(33).

        PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.

            IF EIBTRNID(1:2) = 'GT'
                SET WS-TRAINING-MODE TO TRUE
                MOVE 'CUSTNOTT' TO WS-CUSTNOTE-DD
                MOVE 'CUSTFILT' TO WS-CUSTFIL-DD
            END-IF.

            IF EIBCALEN = 0
      * APPEND SO THE LIST ALWAYS REFLECTS WHAT IS ON FILE
        LIST-CUSTOMER-NOTES.
            MOVE LOW-VALUES TO WS-OUT-AREA
            MOVE SPACE        TO CM-VIEW-CLASS
            MOVE EIBOPID      TO CM-OPID
            MOVE NCA-CUST-NUMBER TO CUST-NUMBER
            EXEC CICS READ DATASET(WS-CUSTFIL-DD)
                INTO(CUST-RECORD)
                RIDFLD(CUST-KEY)
                RESP(WS-RESP)
            END-EXEC
            IF WS-RESP NOT = DFHRESP(NORMAL)
                MOVE SPACES TO CUST-NAME
            END-IF
            MOVE CUST-NAME    TO CM-NAME
            MOVE SPACES       TO CM-ADDR
            MOVE SPACES       TO CM-ZIP
            CALL 'CUSTMASK' USING CUSTMASK-PARMS
            MOVE CM-NAME      TO HDG-CUST
            IF WS-TRAINING-MODE
                MOVE ' - (TRAINING) KEY A LINE      '
                    TO OUT-HDG(51:30)
            END-IF
            MOVE 0 TO WS-LIST-CNT
            MOVE 1 TO WS-NEXT-SEQNO
            MOVE NCA-CUST-NUMBER TO NT-CUST-NUMBER
            MOVE 0 TO NT-SEQNO
            EXEC CICS STARTBR DATASET(WS-CUSTNOTE-DD)
                RIDFLD(NT-KEY)
                        RESP(WS-RESP)
                    END-EXEC
                    IF WS-RESP = DFHRESP(NORMAL)
                        IF NT-CUST-NUMBER NOT = NCA-CUST-NUMBER
                            MOVE DFHRESP(ENDFILE) TO WS-RESP
                        ELSE
                            COMPUTE WS-NEXT-SEQNO = NT-SEQNO + 1
            END-EXEC
            IF WS-NOTE-TEXT NOT = SPACES
                PERFORM FIND-NEXT-NOTE-SEQNO
                MOVE NCA-CUST-NUMBER TO NT-CUST-NUMBER
                MOVE WS-NEXT-SEQNO TO NT-SEQNO
                MOVE EIBDATE      TO NT-DATE
                MOVE EIBTIME      TO NT-TIME
      * THIS CUSTOMER'S NOTES
        FIND-NEXT-NOTE-SEQNO.
            MOVE 1 TO WS-NEXT-SEQNO
            MOVE NCA-CUST-NUMBER TO NT-CUST-NUMBER
            MOVE 0 TO NT-SEQNO
            EXEC CICS STARTBR DATASET(WS-CUSTNOTE-DD)
                RIDFLD(NT-KEY)
                        RESP(WS-RESP)
                    END-EXEC
                    IF WS-RESP = DFHRESP(NORMAL)
                        IF NT-CUST-NUMBER NOT = NCA-CUST-NUMBER
                            MOVE DFHRESP(ENDFILE) TO WS-RESP
                        ELSE
                            COMPUTE WS-NEXT-SEQNO = NT-SEQNO + 1
