      ***************************************************************
      * Author.  Maintenance team
      * Remarks. Shared optimistic-concurrency check for customer
      *          updates. The customer screens are pseudo-
      *          conversational - the record is shown in one task and
      *          rewritten from what the operator keyed in a later
      *          one - so two operators on the same customer used to
      *          have the second Enter silently overwrite the first
      *          one's change, and GUI6HIST recorded an old-value
      *          image that was never really on file. CUSTFIL now
      *          carries a last-update stamp, every screen carries the
      *          image it showed, and TESTGUI6, TESTGUIA, CUSTSTAT,
      *          TESTGUIR and GUI6BMNT all hand that image and the
      *          record as it stands now to this one copy of the rule
      *          before they update, the same way SEQGEN owns
      *          sequence numbers. No file access here, so batch and
      *          online callers share it alike. A status of space and
      *          of 'A' both mean active and compare equal, so a
      *          record written before CUST-STATUS existed is not
      *          taken as changed.
      ***************************************************************
      * 10/15/26 RPI 2231 INITIAL CODING
      * 10/15/26 RPI 2232 FULL MODE ALSO COMPARES THE CUSTOMER NUMBER
      *                   NOW LEADING BOTH IMAGES
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTVER.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CV-SHOWN-STATUS    PIC X.
       01  WS-CV-CURR-STATUS     PIC X.

       LINKAGE SECTION.
       COPY CUSTVER.

       PROCEDURE DIVISION USING CUSTVER-PARMS.
       MAINLINE.
           SET CV-UNCHANGED TO TRUE
           MOVE SPACES TO CV-MESSAGE
           MOVE CV-SHOWN-STATUS TO WS-CV-SHOWN-STATUS
           MOVE CV-CURR-STATUS  TO WS-CV-CURR-STATUS
           IF WS-CV-SHOWN-STATUS = SPACE
               MOVE 'A' TO WS-CV-SHOWN-STATUS
           END-IF
           IF WS-CV-CURR-STATUS = SPACE
               MOVE 'A' TO WS-CV-CURR-STATUS
           END-IF
           EVALUATE TRUE
               WHEN CV-MODE-STAMP
                   IF CV-SHOWN-DATE NOT = CV-CURR-DATE
                           OR CV-SHOWN-TIME NOT = CV-CURR-TIME
                       SET CV-CHANGED TO TRUE
                   END-IF
               WHEN CV-MODE-DATA
                   PERFORM COMPARE-CUSTOMER-DATA
               WHEN OTHER
                   PERFORM COMPARE-CUSTOMER-DATA
                   IF CV-SHOWN-STAMP NOT = CV-CURR-STAMP
                           OR CV-SHOWN-NUMBER NOT = CV-CURR-NUMBER
                       SET CV-CHANGED TO TRUE
                   END-IF
           END-EVALUATE
           IF CV-CHANGED
               PERFORM BUILD-CHANGED-MESSAGE
           END-IF
           GOBACK.

       COMPARE-CUSTOMER-DATA.
           IF CV-SHOWN-NAME NOT = CV-CURR-NAME
                   OR CV-SHOWN-ADDR NOT = CV-CURR-ADDR
                   OR CV-SHOWN-ZIP NOT = CV-CURR-ZIP
                   OR WS-CV-SHOWN-STATUS NOT = WS-CV-CURR-STATUS
               SET CV-CHANGED TO TRUE
           END-IF.

      * WHO CHANGED IT AND AT WHAT TIME OF DAY, OFF THE CURRENT
      * RECORD'S STAMP (EIBTIME FORM 0HHMMSS). A RECORD WITH NO
      * STAMP WAS LAST WRITTEN BY A RECOVERY RUN OR BEFORE THE STAMP
      * EXISTED, AND GETS THE PLAIN MESSAGE.
       BUILD-CHANGED-MESSAGE.
           IF CV-CURR-OPID = SPACES OR CV-CURR-OPID = LOW-VALUES
               MOVE 'CHANGED SINCE SHOWN - RECHECK' TO CV-MESSAGE
           ELSE
           IF CV-CURR-TIME IS NUMERIC
               STRING 'CHANGED BY ' CV-CURR-OPID
                   ' AT ' CV-CURR-TIME(2:2) ':' CV-CURR-TIME(4:2)
                   ' - RECHECK'
                   DELIMITED BY SIZE INTO CV-MESSAGE
           ELSE
               STRING 'CHANGED BY ' CV-CURR-OPID ' - RECHECK'
                   DELIMITED BY SIZE INTO CV-MESSAGE
           END-IF
           END-IF.
