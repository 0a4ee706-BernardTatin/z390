      *                   ('FX-MOVE-LIMIT-PCT', MISSING RECORD KEEPS
      *                   THE COMPILED-IN 50), SO TREASURY CAN RETUNE
      *                   THE REFUSAL BAND WITHOUT A RECOMPILE
      * 10/14/26 RPI 2220 EVERY DAY'S ACCEPTED TABLE IS NOW APPENDED,
      *                   DATED, TO THE FXRATEH RATE HISTORY, AND THE
      *                   NEW LK-FXR-AS-OF-DATE CONVERTS AT THE RATES
      *                   IN FORCE ON THAT DAY (NEAREST EARLIER
      *                   HISTORY LINE PER CURRENCY) - SO A DFPACCR
      *                   RERUN FOR LAST MONTH NO LONGER CONVERTS AT
      *                   TODAY'S RATE. SPACES/ZERO/TODAY IS TODAY'S
      *                   TABLE EXACTLY AS BEFORE
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXRATE.
               RECORD KEY PRM-KEY.
           SELECT RATE-EXCP-FILE ASSIGN TO 'FXRATEX'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL RATE-HIST-FILE ASSIGN TO 'FXRATEH'
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RATE-FILE.
           02  FILLER               PIC X(64).
       FD  RATE-EXCP-FILE.
       01  RATE-EXCP-LINE           PIC X(80).
      * DATED RATE HISTORY - ONE LINE PER CURRENCY OF EACH DAY'S
      * ACCEPTED TABLE, APPENDED BY SAVE-RATE-HISTORY AND READ BACK
      * BY BUILD-AS-OF-TABLE FOR AN AS-OF-DATE CONVERSION
       FD  RATE-HIST-FILE.
       01  RATE-HIST-REC.
           02  RH-DATE              PIC X(8).
           02  FILLER               PIC X(1).
           02  RH-CCY               PIC X(3).
           02  FILLER               PIC X(1).
           02  RH-AMT               PIC X(12).
           02  FILLER               PIC X(55).
       FD  PARMFIL-FILE.
           COPY PARMFIL.

       01  WS-FROM-OK-SW        PIC X VALUE 'N'.
           88  WS-FROM-LEG-OK        VALUE 'Y'.

      * THE TABLE CONVERT-TO-TARGET-CCY ACTUALLY WORKS FROM - A COPY
      * OF WS-RATE-TBL FOR TODAY, OR REBUILT FROM FXRATEH FOR AN
      * AS-OF DATE. CONV-HIST-DATE IS THE HISTORY DATE EACH SLOT'S
      * RATE CAME FROM (SPACES = NO HISTORY, TODAY'S RATE STANDS).
      * WS-CONV-AS-OF IS THE DATE THE TABLE WAS LAST BUILT FOR
      * (SPACES = TODAY), SO A RUN OF CALLS FOR THE SAME DAY READS
      * THE HISTORY ONCE
       01  WS-CONV-TBL.
           02  CONV-ENTRY OCCURS 10 TIMES.
               04  CONV-CCY             PIC X(3).
               04  CONV-PER-USD         FLOAT-DECIMAL-16.
       01  WS-CONV-DATES.
           02  CONV-HIST-DATE OCCURS 10 TIMES PIC X(8).
       01  WS-CONV-CNT          PIC 9(2) VALUE 0.
       01  WS-CONV-SUB          PIC 9(2).
       01  WS-CONV-AS-OF        PIC X(8) VALUE HIGH-VALUES.
       01  WS-REQ-AS-OF         PIC X(8) VALUE SPACES.
       01  WS-TODAY-DATE        PIC X(8) VALUE SPACES.
       01  WS-HIST-EOF-SW       PIC X VALUE 'N'.
           88  WS-NO-MORE-HIST       VALUE 'Y'.
       01  WS-HIST-LAST-DATE    PIC X(8) VALUE SPACES.
       01  WS-HIST-CHANGED-SW   PIC X VALUE 'N'.
           88  WS-HIST-CHANGED       VALUE 'Y'.
       01  WS-HIST-RATE-EDIT    PIC 9(6).9(4).

       LINKAGE SECTION.
       COPY FXRATE.

           IF NOT WS-RATES-LOADED
               PERFORM LOAD-RATE-TABLE
           END-IF
           PERFORM SELECT-CONVERSION-TABLE
           PERFORM CONVERT-TO-TARGET-CCY
           GOBACK.

      * KEEPS ITS COMPILED-IN DEFAULT
       LOAD-RATE-TABLE.
           SET WS-RATES-LOADED TO TRUE
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-SHOP-PARAMETERS
           PERFORM LOAD-PRIOR-RATES
           OPEN INPUT RATE-FILE
           END-PERFORM
           CLOSE RATE-FILE
           CLOSE RATE-EXCP-FILE
           PERFORM SAVE-ACCEPTED-RATES
           PERFORM SAVE-RATE-HISTORY.

       LOAD-SHOP-PARAMETERS.
           OPEN INPUT PARMFIL-FILE
           END-PERFORM
           CLOSE PRIOR-RATE-FILE.

      * APPEND TODAY'S ACCEPTED TABLE TO FXRATEH, DATED TODAY - UNLESS
      * THE HISTORY ALREADY HOLDS EXACTLY THESE RATES FOR TODAY, SO
      * THE SECOND AND LATER CALLERS OF THE DAY (AND EVERY CICS TASK
      * GOING THROUGH FXRATEC) DON'T PILE UP DUPLICATE COPIES. A
      * SAME-DAY FEED CORRECTION CHANGES A RATE AND IS APPENDED
      * AGAIN - THE AS-OF LOOKUP TAKES THE LAST LINE FOR A DAY, SO
      * THE CORRECTION WINS. THE SELECT IS OPTIONAL, SO THE FIRST
      * RUN AFTER CUTOVER CREATES THE FILE ON THE OPEN EXTEND.
       SAVE-RATE-HISTORY.
           MOVE WS-TODAY-DATE TO WS-REQ-AS-OF
           PERFORM BUILD-AS-OF-TABLE
           MOVE 'N' TO WS-HIST-CHANGED-SW
           IF WS-HIST-LAST-DATE NOT = WS-TODAY-DATE
               SET WS-HIST-CHANGED TO TRUE
           END-IF
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-CNT
               IF RATE-CCY(WS-RATE-SUB) NOT = SPACES
                   PERFORM COMPARE-HISTORY-RATE
               END-IF
           END-PERFORM
           IF WS-HIST-CHANGED
               OPEN EXTEND RATE-HIST-FILE
               PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                       UNTIL WS-RATE-SUB > WS-RATE-CNT
                   IF RATE-CCY(WS-RATE-SUB) NOT = SPACES
                       MOVE SPACES TO RATE-HIST-REC
                       MOVE WS-TODAY-DATE TO RH-DATE
                       MOVE RATE-CCY(WS-RATE-SUB) TO RH-CCY
                       MOVE RATE-PER-USD(WS-RATE-SUB) TO WS-RATE-EDIT
                       MOVE WS-RATE-EDIT TO RH-AMT
                       WRITE RATE-HIST-REC
                   END-IF
               END-PERFORM
               CLOSE RATE-HIST-FILE
           END-IF
      * THE CONVERSION TABLE NOW HOLDS HISTORY, NOT THE ACCEPTED
      * TABLE - FORCE SELECT-CONVERSION-TABLE TO REBUILD IT
           MOVE HIGH-VALUES TO WS-CONV-AS-OF.

      * COMPARED AT THE FOUR DECIMALS THE HISTORY IS WRITTEN TO, SO A
      * RATE READ BACK THROUGH NUMVAL MATCHES THE ONE THAT WROTE IT
       COMPARE-HISTORY-RATE.
           MOVE 0 TO WS-RATE-FOUND-SUB
           PERFORM VARYING WS-CONV-SUB FROM 1 BY 1
                   UNTIL WS-CONV-SUB > WS-CONV-CNT
               IF CONV-CCY(WS-CONV-SUB) = RATE-CCY(WS-RATE-SUB)
                   MOVE WS-CONV-SUB TO WS-RATE-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-RATE-FOUND-SUB = 0
               SET WS-HIST-CHANGED TO TRUE
           ELSE
           IF CONV-HIST-DATE(WS-RATE-FOUND-SUB) = SPACES
               SET WS-HIST-CHANGED TO TRUE
           ELSE
               MOVE RATE-PER-USD(WS-RATE-SUB) TO WS-RATE-EDIT
               MOVE CONV-PER-USD(WS-RATE-FOUND-SUB)
                   TO WS-HIST-RATE-EDIT
               IF WS-RATE-EDIT NOT = WS-HIST-RATE-EDIT
                   SET WS-HIST-CHANGED TO TRUE
               END-IF
           END-IF
           END-IF.

      * PICK THE TABLE THIS CALL CONVERTS FROM. A NUMERIC, NONZERO
      * LK-FXR-AS-OF-DATE BEFORE TODAY IS A LOOK BACK; ANYTHING ELSE
      * (SPACES, ZERO, TODAY, A FUTURE DATE) IS TODAY'S TABLE
       SELECT-CONVERSION-TABLE.
           MOVE SPACES TO WS-REQ-AS-OF
           IF LK-FXR-AS-OF-DATE IS NUMERIC
                   AND LK-FXR-AS-OF-DATE NOT = ZEROS
                   AND LK-FXR-AS-OF-DATE < WS-TODAY-DATE
               MOVE LK-FXR-AS-OF-DATE TO WS-REQ-AS-OF
           END-IF
           IF WS-REQ-AS-OF NOT = WS-CONV-AS-OF
               IF WS-REQ-AS-OF = SPACES
                   MOVE WS-RATE-ENTRIES TO WS-CONV-TBL
                   MOVE WS-RATE-CNT TO WS-CONV-CNT
                   MOVE SPACES TO WS-CONV-DATES
                   MOVE SPACES TO WS-CONV-AS-OF
               ELSE
                   PERFORM BUILD-AS-OF-TABLE
               END-IF
           END-IF.

      * RATES IN FORCE ON WS-REQ-AS-OF - START FROM TODAY'S TABLE AND
      * OVERLAY EACH CURRENCY WITH ITS LATEST FXRATEH LINE DATED ON
      * OR BEFORE THAT DAY. A CURRENCY WITH NO HISTORY THAT FAR BACK
      * (THE DAYS BEFORE THE HISTORY WAS STARTED) KEEPS TODAY'S
      * RATE RATHER THAN FAILING THE CONVERSION. WS-HIST-LAST-DATE
      * COMES BACK AS THE LATEST HISTORY DATE USED.
       BUILD-AS-OF-TABLE.
           MOVE WS-RATE-ENTRIES TO WS-CONV-TBL
           MOVE WS-RATE-CNT TO WS-CONV-CNT
           MOVE SPACES TO WS-CONV-DATES
           MOVE SPACES TO WS-HIST-LAST-DATE
           MOVE 'N' TO WS-HIST-EOF-SW
           OPEN INPUT RATE-HIST-FILE
           PERFORM READ-HIST-RECORD
           PERFORM UNTIL WS-NO-MORE-HIST
               IF RH-DATE IS NUMERIC
                       AND RH-DATE NOT > WS-REQ-AS-OF
                   PERFORM APPLY-HIST-RECORD
               END-IF
               PERFORM READ-HIST-RECORD
           END-PERFORM
           CLOSE RATE-HIST-FILE
           MOVE WS-REQ-AS-OF TO WS-CONV-AS-OF.

       READ-HIST-RECORD.
           READ RATE-HIST-FILE
               AT END SET WS-NO-MORE-HIST TO TRUE
           END-READ.

       APPLY-HIST-RECORD.
           IF RH-DATE > WS-HIST-LAST-DATE
               MOVE RH-DATE TO WS-HIST-LAST-DATE
           END-IF
           MOVE 0 TO WS-RATE-FOUND-SUB
           PERFORM VARYING WS-CONV-SUB FROM 1 BY 1
                   UNTIL WS-CONV-SUB > WS-CONV-CNT
               IF CONV-CCY(WS-CONV-SUB) = RH-CCY
                   MOVE WS-CONV-SUB TO WS-RATE-FOUND-SUB
               END-IF
           END-PERFORM
           IF WS-RATE-FOUND-SUB = 0 AND WS-CONV-CNT < 10
               ADD 1 TO WS-CONV-CNT
               MOVE WS-CONV-CNT TO WS-RATE-FOUND-SUB
               MOVE RH-CCY TO CONV-CCY(WS-RATE-FOUND-SUB)
           END-IF
           IF WS-RATE-FOUND-SUB NOT = 0
               IF RH-DATE NOT < CONV-HIST-DATE(WS-RATE-FOUND-SUB)
                   COMPUTE CONV-PER-USD(WS-RATE-FOUND-SUB) =
                       FUNCTION NUMVAL(RH-AMT)
                   MOVE RH-DATE TO CONV-HIST-DATE(WS-RATE-FOUND-SUB)
               END-IF
           END-IF.

       READ-RATE-RECORD.
           READ RATE-FILE
               AT END SET WS-NO-MORE-RATES TO TRUE

      * CROSS LK-FXR-IN-AMT FROM ITS SOURCE CURRENCY THROUGH THE USD
      * BASE RATES INTO LK-FXR-IN-CCY. BOTH LEGS MUST RESOLVE AGAINST
      * WS-CONV-TBL OR LK-FXR-OK-SW STAYS 'N' AND LK-FXR-OUT-AMT IS
      * LEFT UNCHANGED - A MISS NEVER DEFAULTS TO A 1:1 RATE. A
      * SPACES/'USD' SOURCE SKIPS THE DIVIDE, WHICH IS EXACTLY THE
      * ORIGINAL USD-SOURCE BEHAVIOR.
               SET WS-FROM-LEG-OK TO TRUE
           ELSE
               PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                       UNTIL WS-RATE-SUB > WS-CONV-CNT
                   IF CONV-CCY(WS-RATE-SUB) = LK-FXR-FROM-CCY
                           AND CONV-PER-USD(WS-RATE-SUB) NOT = 0
                       COMPUTE WS-USD-AMT =
                           LK-FXR-IN-AMT / CONV-PER-USD(WS-RATE-SUB)
                       SET WS-FROM-LEG-OK TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF WS-FROM-LEG-OK
               PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                       UNTIL WS-RATE-SUB > WS-CONV-CNT
                   IF CONV-CCY(WS-RATE-SUB) = LK-FXR-IN-CCY
                       COMPUTE LK-FXR-OUT-AMT =
                           WS-USD-AMT * CONV-PER-USD(WS-RATE-SUB)
                       SET LK-FXR-OK TO TRUE
                   END-IF
               END-PERFORM
