      *          into the keyed, browsable BREADLOG view-access
      *          history file. A TD queue is destructively read and
      *          answers nothing on demand - once the events are on
      *          BREADLOG (customer number + date + time), the BREADQ
      *          inquiry transaction answers "who viewed customer X
      *          between these dates" from a screen. Two views of the
      *          same customer in the same second are disambiguated
      *          home on BREADLOG either way.
      ***************************************************************
      * 09/01/26 RPI 2167 INITIAL CODING
      * 10/15/26 RPI 2230 THE BREAD EVENT NOW ENDS IN A VIEW-CLASS BYTE
      *                   ('F' FULL DATA, 'M' MASKED) WHICH IS LANDED
      *                   ON BREADLOG AS BRD-VIEW-CLASS. AN EVENT
      *                   QUEUED BEFORE THE BYTE EXISTED LANDS BLANK.
      * 10/15/26 RPI 2232 BREADLOG IS KEYED ON THE PERMANENT CUSTOMER
      *                   NUMBER, WHICH NOW ENDS THE BREAD EVENT (67 ->
      *                   75 BYTES); THE NAME AS VIEWED LANDS IN
      *                   BRD-CUST-NAME. AN EVENT QUEUED BEFORE THE
      *                   NUMBER EXISTED IS GIVEN ITS CUSTOMER'S NUMBER
      *                   OFF CUSTFIL BY NAME (0 IF NO LONGER ON FILE).
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BREADLD.
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY BRD-KEY.
           SELECT CUSTFIL-FILE ASSIGN TO 'CUSTFIL'
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY CUST-KEY
               ALTERNATE RECORD KEY CUST-NAME.
           SELECT BATCH-LOG-FILE ASSIGN TO 'BATCHLOG'
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BREAD-EXTRACT.
       01  BREAD-LINE              PIC X(75).
       FD  ARCH-FILE.
       01  ARCH-LINE       PIC X(75).
       FD  BREADLOG-FILE.
           COPY BREADLOG.
       FD  CUSTFIL-FILE.
           COPY CUSTFIL.
       FD  BATCH-LOG-FILE.
       01  BL-LINE                 PIC X(80).

           02  RDA-DATE            PIC 9(7).
           02  FILLER              PIC X.
           02  RDA-TIME            PIC 9(7).
           02  FILLER              PIC X.
           02  RDA-VIEW-CLASS      PIC X.
           02  FILLER              PIC X.
           02  RDA-CUST-NUMBER     PIC X(7).

       01  WS-EOF-SW               PIC X VALUE 'N'.
           88  WS-NO-MORE-BREAD         VALUE 'Y'.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT BREAD-EXTRACT
           OPEN I-O BREADLOG-FILE
           OPEN INPUT CUSTFIL-FILE
           PERFORM READ-BREAD-RECORD
           PERFORM UNTIL WS-NO-MORE-BREAD
               PERFORM LAND-ONE-EVENT
           END-PERFORM
           CLOSE BREAD-EXTRACT
           CLOSE BREADLOG-FILE
           CLOSE CUSTFIL-FILE
           PERFORM TRUNCATE-BREAD-EXTRACT
           PERFORM WRITE-BATCH-LOG-ENTRY
           DISPLAY 'BREADLD EVENTS READ:   ' WS-READ-CNT
      * (OR THE 999-PER-SECOND KEY SPACE IS GENUINELY EXHAUSTED,
      * WHICH IS COUNTED RATHER THAN LOST SILENTLY)
       LAND-ONE-EVENT.
           IF RDA-CUST-NUMBER IS NUMERIC
               MOVE RDA-CUST-NUMBER TO BRD-CUST-NUMBER
           ELSE
               PERFORM FIND-OLD-EVENT-NUMBER
           END-IF
           MOVE RDA-CUST-KEY TO BRD-CUST-NAME
           MOVE RDA-DATE     TO BRD-DATE
           MOVE RDA-TIME     TO BRD-TIME
           MOVE 0            TO BRD-SEQNO
           MOVE RDA-OPID     TO BRD-OPID
           MOVE RDA-TRNID    TO BRD-TRNID
           MOVE RDA-VIEW-CLASS TO BRD-VIEW-CLASS
           MOVE 'N' TO WS-WRITE-DONE-SW
           PERFORM UNTIL WS-WRITE-DONE OR BRD-SEQNO > 998
               WRITE BRD-RECORD
               ADD 1 TO WS-DROPPED-CNT
           END-IF.

      * AN EVENT QUEUED BEFORE IT CARRIED THE CUSTOMER NUMBER ONLY
      * HAS THE NAME - LOOK IT UP ON THE CUST-NAME ALTERNATE KEY
       FIND-OLD-EVENT-NUMBER.
           MOVE 0 TO BRD-CUST-NUMBER
           IF RDA-CUST-KEY NOT = SPACES
               MOVE RDA-CUST-KEY TO CUST-NAME
               READ CUSTFIL-FILE KEY IS CUST-NAME
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-NUMBER TO BRD-CUST-NUMBER
               END-READ
           END-IF.

      * EVERY DRAINED EVENT NOW HAS A KEYED HOME ON BREADLOG, SO THE
      * EXTRACT IS TRUNCATED RATHER THAN RELOADED ON THE NEXT RUN -
      * SAME END-OF-JOB PATTERN PMTADRN USES FOR PMTA
