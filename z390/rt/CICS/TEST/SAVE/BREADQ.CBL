      *          history file that BREADLD loads nightly from the
      *          BREAD read-access events. Compliance's question is
      *          always "show me everyone who viewed customer X
      *          between these dates" - the operator keys the
      *          customer number (or the 40-byte name) plus an
      *          optional 7-digit from-date and
      *          to-date (the same EIBDATE-derived format BRD-DATE
      *          itself carries, either or both blank to skip that
      *          bound) and gets back up to 10 view-access events for
      *          transid. Plain-text screen like TESTBECQ, no BMS map.
      *****************************************************************
      * 09/01/26 RPI 2167 INITIAL CODING
      * 10/15/26 RPI 2230 NEW VIEW COLUMN - 'F' WHERE THE OPERATOR SAW
      *                   FULL CUSTOMER DATA, 'M' WHERE THEY SAW IT
      *                   MASKED, BLANK FOR A VIEW RECORDED BEFORE THE
      *                   CLASS WAS KEPT
      * 10/15/26 RPI 2232 BREADLOG IS KEYED ON THE PERMANENT CUSTOMER
      *                   NUMBER - THE CUSTOMER MAY BE KEYED BY NUMBER
      *                   OR BY NAME (CUSTNAME PATH), VIEWS FROM BEFORE
      *                   A NAME CHANGE STILL LIST, AND EACH LINE SHOWS
      *                   THE NAME AS IT STOOD WHEN VIEWED
      *****************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. BREADQ.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
        COPY BREADLOG.
        COPY CUSTFIL.

        01  WS-RESP               PIC S9(8) COMP.
        01  WS-MATCH-CNT          PIC 9(2) VALUE 0.

        01  WS-PROMPT.
            02  FILLER PIC X(46) VALUE
                'KEY CUSTOMER NUMBER OR NAME, THEN 7-DIGIT FROM'.
            02  FILLER PIC X(40) VALUE
                '-DATE AND TO-DATE (OR BLANK), THEN ENTER'.

        01  WS-HDG-LINE.
            02  FILLER PIC X(9)  VALUE 'DATE'.
            02  FILLER PIC X(9)  VALUE 'TIME'.
            02  FILLER PIC X(6)  VALUE 'OPID'.
            02  FILLER PIC X(7)  VALUE 'TRNID'.
            02  FILLER PIC X(4)  VALUE 'VIEW'.
            02  FILLER PIC X(14) VALUE 'NAME AS VIEWED'.

        01  WS-DETAIL-LINE.
            02  DET-DATE          PIC 9(7).
            02  DET-OPID          PIC X(3).
            02  FILLER            PIC X(3) VALUE SPACES.
            02  DET-TRNID         PIC X(4).
            02  FILLER            PIC X(3) VALUE SPACES.
            02  DET-VIEW-CLASS    PIC X.
            02  FILLER            PIC X(3) VALUE SPACES.
            02  DET-CUST-NAME     PIC X(40).

        01  WS-NO-MATCH-MSG.
            02  FILLER PIC X(42) VALUE
            MOVE 0 TO WS-MATCH-CNT
            MOVE LOW-VALUES TO WS-OUT-AREA
            IF WS-CUST-FILTER = SPACES
                MOVE 'A CUSTOMER NUMBER OR NAME IS REQUIRED'
                    TO OUT-LINE(1)
            ELSE
                PERFORM FIND-KEYED-CUSTOMER
            END-IF
            IF OUT-LINE(1) = LOW-VALUES
                MOVE CUST-NUMBER TO BRD-CUST-NUMBER
                MOVE 0 TO BRD-DATE
                MOVE 0 TO BRD-TIME
                MOVE 0 TO BRD-SEQNO
                            RESP(WS-RESP)
                        END-EXEC
                        IF WS-RESP = DFHRESP(NORMAL)
                            IF BRD-CUST-NUMBER NOT = CUST-NUMBER
                                MOVE DFHRESP(ENDFILE) TO WS-RESP
                            ELSE
                                PERFORM CHECK-DATE-RANGE
            END-IF
            PERFORM BUILD-AND-SEND-REPORT.

      * SEVEN DIGITS AND NOTHING AFTER IS A CUSTOMER NUMBER, TAKEN AS
      * KEYED - A CUSTOMER SINCE OFFBOARDED STILL HAS ITS VIEWS ON
      * BREADLOG; ANYTHING ELSE IS A NAME, WHICH MUST BE ON CUSTFIL
      * (CUSTNAME PATH) TO GIVE A NUMBER TO BROWSE BY
        FIND-KEYED-CUSTOMER.
            IF WS-CUST-FILTER(1:7) IS NUMERIC
                    AND WS-CUST-FILTER(8:33) = SPACES
                MOVE WS-CUST-FILTER(1:7) TO CUST-NUMBER
            ELSE
                MOVE WS-CUST-FILTER TO CUST-NAME
                EXEC CICS READ DATASET('CUSTNAME')
                    INTO(CUST-RECORD)
                    RIDFLD(CUST-NAME)
                    RESP(WS-RESP)
                END-EXEC
                IF WS-RESP NOT = DFHRESP(NORMAL)
                    MOVE 'CUSTOMER NOT ON FILE' TO OUT-LINE(1)
                END-IF
            END-IF.

      * SET WS-DATE-RANGE-SW TO REFLECT WHETHER THIS BRD-RECORD
      * SATISFIES WHICHEVER OF THE FROM-DATE/TO-DATE BOUNDS THE
      * OPERATOR KEYED - A BLANK BOUND IS NO BOUND AT ALL
            MOVE BRD-TIME  TO DET-TIME
            MOVE BRD-OPID  TO DET-OPID
            MOVE BRD-TRNID TO DET-TRNID
            MOVE BRD-VIEW-CLASS TO DET-VIEW-CLASS
            MOVE BRD-CUST-NAME TO DET-CUST-NAME
            MOVE WS-DETAIL-LINE TO OUT-LINE(WS-MATCH-CNT).

        BUILD-AND-SEND-REPORT.
