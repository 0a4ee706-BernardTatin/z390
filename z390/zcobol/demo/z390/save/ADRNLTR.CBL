      ***************************************************************
      * Author.  Maintenance team, following the ADRNVER/GUI6PAYI
      *          style
      * Remarks. Address-change confirmation letters. A confirmed
      *          address change only ever went downstream through
      *          ADRN, ADRNVER and MAILFWD to the NEW address - if the
      *          change was fraudulent, the real customer at the old
      *          address never heard about it. This nightly job prints
      *          a confirmation letter for every address change
      *          confirmed on the letter date, addressed to the OLD
      *          address and old zip, with a copy to the new one. Both
      *          carry reference AC plus the GUI6HIST task number, so a
      *          customer calling in about the letter is matched to
      *          the exact change.
      *
      *          The changes come from GUI6HIST rather than the ADRN
      *          feed - ADRN carries neither the old zip nor the task
      *          number, and ADRNVER drains it. A change confirmed
      *          without a checker is confirmed the day it was keyed;
      *          one that went through maker-checker is confirmed on
      *          its final approval (the second checker's when there
      *          was one), the point TESTGUI6 applies it to CUSTFIL.
      *          Pending changes have not reached CUSTFIL and get no
      *          letter yet. A zip-only change moves the customer's
      *          mail as surely as a street change and is lettered too.
      *
      *          A customer now flagged do-not-contact or deceased on
      *          CUSTFIL, or no longer on CUSTFIL at all, is not
      *          written to - the change goes to the ADRLREVW manual-
      *          review list with the reason instead.
      *
      *          The letter date is today, or the YYYYMMDD date on an
      *          optional SYSIN card (columns 1-8) when a missed night
      *          has to be rerun.
      ***************************************************************
      * 10/15/26 RPI 2225 INITIAL CODING
      * 10/15/26 RPI 2232 CUSTOMER RE-READ BY THE HISTORY RECORD'S
      *                   PERMANENT NUMBER, SO A LATER RENAME DOES NOT
      *                   SEND THE CHANGE TO REVIEW AS NOT ON FILE
      * 10/15/26 RPI 2233 THE COPY GOES WHERE THE CUSTOMER'S MAIL GOES
      *                   ON THE LETTER DATE (SHARED ADDRPICK RULE) -
      *                   A MAILING OR SEASONAL ADDRESS IN EFFECT GETS
      *                   IT INSTEAD OF THE NEW RESIDENTIAL ADDRESS
      * 10/15/26 RPI 2240 GUI6HIST SELECT DECLARES THE NEW
      *                   HIST-CUST-DATE-KEY, HIST-OLD-NAME-KEY AND
      *                   HIST-NEW-NAME-KEY ALTERNATE KEYS (GUI6HIST
      *                   RECORD NOW 424 BYTES)
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADRNLTR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN TO 'SYSIN'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT GUI6HIST-FILE ASSIGN TO 'GUI6HIST'
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY HIST-KEY
               ALTERNATE RECORD KEY HIST-CUST-DATE-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY HIST-OLD-NAME-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY HIST-NEW-NAME-KEY WITH DUPLICATES.
           SELECT CUSTFIL-FILE ASSIGN TO 'CUSTFIL'
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY CUST-KEY
               ALTERNATE RECORD KEY CUST-NAME.
           SELECT LETTER-FILE ASSIGN TO 'ADRLTRS'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT REVIEW-RPT ASSIGN TO 'ADRLREVW'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT BATCH-LOG-FILE ASSIGN TO 'BATCHLOG'
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01  PARM-REC.
           02  PARM-LTR-DATE       PIC X(8).
           02  FILLER              PIC X(72).
       FD  GUI6HIST-FILE.
           COPY GUI6HIST.
       FD  CUSTFIL-FILE.
           COPY CUSTFIL.
       FD  LETTER-FILE.
       01  LTR-LINE                PIC X(80).
       FD  REVIEW-RPT.
       01  RPT-LINE                PIC X(100).
       FD  BATCH-LOG-FILE.
       01  BL-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.
       COPY BATCHLOG.
       COPY JULDAY.
       COPY ADDRPICK.
       01  WS-HIST-EOF-SW          PIC X VALUE 'N'.
           88  WS-NO-MORE-HIST         VALUE 'Y'.
       01  WS-PARM-EOF-SW          PIC X VALUE 'N'.
           88  WS-NO-MORE-PARMS        VALUE 'Y'.
       01  WS-CUST-FOUND-SW        PIC X VALUE 'N'.
           88  WS-CUST-FOUND           VALUE 'Y'.

      * THE DAY BEING LETTERED - TODAY UNLESS THE SYSIN CARD SAYS
      * OTHERWISE
       01  WS-LTR-DATE             PIC 9(8).
       01  WS-LTR-DATE-R REDEFINES WS-LTR-DATE.
           02  WS-LTR-YYYY         PIC 9(4).
           02  WS-LTR-MM           PIC 9(2).
           02  WS-LTR-DD           PIC 9(2).
       01  WS-CONFIRM-JULIAN       PIC 9(7).

       01  WS-CHANGE-CNT           PIC 9(5) VALUE 0.
       01  WS-LETTER-CNT           PIC 9(5) VALUE 0.
       01  WS-REVIEW-CNT           PIC 9(5) VALUE 0.

      * THE CHANGE BEING LETTERED
       01  WS-LTR-CUST-NAME        PIC X(40).
       01  WS-REVIEW-REASON        PIC X(24).
       01  WS-COPY-SW              PIC X.
           88  WS-ORIGINAL-LETTER      VALUE 'O'.
           88  WS-COPY-LETTER          VALUE 'C'.

       01  WS-RUN-DATE.
           02  WS-RUN-YYYY         PIC 9(4).
           02  WS-RUN-MM           PIC 9(2).
           02  WS-RUN-DD           PIC 9(2).

      * LETTER LINES - ONE LETTER TO A PAGE
       01  WS-LTR-HEAD.
           02  FILLER       PIC X(46) VALUE
               'GUI6 CUSTOMER SERVICES'.
           02  FILLER       PIC X(5)  VALUE 'REF: '.
           02  LH-REF-PFX   PIC X(2)  VALUE 'AC'.
           02  LH-REF-TASKN PIC 9(7).
       01  WS-LTR-DATE-LINE.
           02  FILLER       PIC X(46) VALUE SPACES.
           02  FILLER       PIC X(6)  VALUE 'DATE: '.
           02  LD-MM        PIC 9(2).
           02  FILLER       PIC X     VALUE '/'.
           02  LD-DD        PIC 9(2).
           02  FILLER       PIC X     VALUE '/'.
           02  LD-YYYY      PIC 9(4).
       01  WS-LTR-COPY-LINE.
           02  FILLER       PIC X(46) VALUE SPACES.
           02  LCP-TEXT     PIC X(30) VALUE
               'COPY TO YOUR NEW ADDRESS'.
       01  WS-LTR-ADDR-LINE.
           02  FILLER       PIC X(4)  VALUE SPACES.
           02  LA-TEXT      PIC X(40).
       01  WS-LTR-CHANGED-LINE.
           02  FILLER       PIC X(3)  VALUE 'ON '.
           02  LC-MM        PIC 9(2).
           02  FILLER       PIC X     VALUE '/'.
           02  LC-DD        PIC 9(2).
           02  FILLER       PIC X     VALUE '/'.
           02  LC-YYYY      PIC 9(4).
           02  FILLER       PIC X(48) VALUE
               ' THE MAILING ADDRESS ON YOUR ACCOUNT WAS CHANGED'.
       01  WS-LTR-FROM-LINE.
           02  FILLER       PIC X(9)  VALUE '    FROM '.
           02  LF-ADDR      PIC X(40).
           02  FILLER       PIC X     VALUE SPACE.
           02  LF-ZIP       PIC X(5).
       01  WS-LTR-TO-LINE.
           02  FILLER       PIC X(9)  VALUE '    TO   '.
           02  LT-ADDR      PIC X(40).
           02  FILLER       PIC X     VALUE SPACE.
           02  LT-ZIP       PIC X(5).
       01  WS-LTR-CALL-LINE-1.
           02  FILLER       PIC X(48) VALUE
               'IF YOU DID NOT ASK FOR THIS CHANGE, PLEASE CALL'.
       01  WS-LTR-CALL-LINE-2.
           02  FILLER       PIC X(53) VALUE
               'CUSTOMER SERVICES AT ONCE AND QUOTE LETTER REFERENCE '.
           02  LR-REF-PFX   PIC X(2)  VALUE 'AC'.
           02  LR-REF-TASKN PIC 9(7).
           02  FILLER       PIC X     VALUE '.'.

      * MANUAL-REVIEW LIST
       01  WS-HDG-1.
           02  FILLER       PIC X(43) VALUE
               'ADDRESS-CHANGE LETTERS HELD FOR REVIEW - '.
           02  HDG-LTR-DATE PIC 9(8).
       01  WS-HDG-2.
           02  FILLER       PIC X(11) VALUE 'REFERENCE'.
           02  FILLER       PIC X(33) VALUE 'CUSTOMER'.
           02  FILLER       PIC X(26) VALUE 'REASON'.
           02  FILLER       PIC X(30) VALUE 'NEW ADDRESS'.
       01  WS-REVIEW-LINE.
           02  RVL-REF-PFX  PIC X(2)  VALUE 'AC'.
           02  RVL-TASKN    PIC 9(7).
           02  FILLER       PIC X(2)  VALUE SPACES.
           02  RVL-CUST     PIC X(31).
           02  FILLER       PIC X(2)  VALUE SPACES.
           02  RVL-REASON   PIC X(24).
           02  FILLER       PIC X(2)  VALUE SPACES.
           02  RVL-NEW-ADDR PIC X(24).
           02  FILLER       PIC X     VALUE SPACE.
           02  RVL-NEW-ZIP  PIC X(5).
       01  WS-SUMMARY-LINE.
           02  FILLER       PIC X(8)  VALUE 'CHANGES='.
           02  SUM-CHANGES  PIC ZZZZ9.
           02  FILLER       PIC X(10) VALUE '  LETTERS='.
           02  SUM-LETTERS  PIC ZZZZ9.
           02  FILLER       PIC X(9)  VALUE '  REVIEW='.
           02  SUM-REVIEW   PIC ZZZZ9.
       01  WS-BL-DETAIL.
           02  FILLER       PIC X(8)  VALUE 'ADRNLTR '.
           02  FILLER       PIC X(8)  VALUE 'LETTERS='.
           02  BLD-LETTERS  PIC ZZZZ9.
           02  FILLER       PIC X(8)  VALUE ' REVIEW='.
           02  BLD-REVIEW   PIC ZZZZ9.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM WRITE-BATCH-START-ENTRY
           PERFORM READ-LETTER-DATE-PARM
           OPEN INPUT GUI6HIST-FILE
           OPEN INPUT CUSTFIL-FILE
           OPEN OUTPUT LETTER-FILE
           OPEN OUTPUT REVIEW-RPT
           MOVE WS-LTR-DATE TO HDG-LTR-DATE
           MOVE WS-HDG-1 TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-HDG-2 TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           PERFORM READ-HIST-RECORD
           PERFORM UNTIL WS-NO-MORE-HIST
               IF HIST-TYPE-CHANGE
                       AND (HIST-APPR-NOT-REQUIRED
                           OR HIST-APPR-APPROVED)
                       AND (HIST-NEW-ADDR NOT = HIST-OLD-ADDR
                           OR HIST-NEW-ZIP NOT = HIST-OLD-ZIP)
                   PERFORM LETTER-IF-CONFIRMED-TODAY
               END-IF
               PERFORM READ-HIST-RECORD
           END-PERFORM
           CLOSE GUI6HIST-FILE
           CLOSE CUSTFIL-FILE
           SET LK-AP-CLOSE TO TRUE
           CALL 'ADDRPICK' USING ADDRPICK-PARMS
           CLOSE LETTER-FILE
           PERFORM WRITE-SUMMARY-LINE
           CLOSE REVIEW-RPT
           PERFORM WRITE-BATCH-LOG-ENTRY
           DISPLAY 'ADRNLTR LETTER DATE:       ' WS-LTR-DATE
           DISPLAY 'ADRNLTR ADDRESS CHANGES:   ' WS-CHANGE-CNT
           DISPLAY 'ADRNLTR LETTERS PRINTED:   ' WS-LETTER-CNT
           DISPLAY 'ADRNLTR HELD FOR REVIEW:   ' WS-REVIEW-CNT
           STOP RUN.

      * OPTIONAL SYSIN OVERRIDE OF THE LETTER DATE - A MISSING FILE
      * OR BLANK CARD LETTERS TODAY; A CARD THAT IS NOT A DATE IS
      * REFUSED RATHER THAN QUIETLY LETTERING THE WRONG DAY
       READ-LETTER-DATE-PARM.
           MOVE WS-RUN-DATE TO WS-LTR-DATE
           OPEN INPUT PARM-FILE
           READ PARM-FILE
               AT END SET WS-NO-MORE-PARMS TO TRUE
           END-READ
           IF NOT WS-NO-MORE-PARMS
                   AND PARM-LTR-DATE NOT = SPACES
               IF PARM-LTR-DATE IS NUMERIC
                   MOVE PARM-LTR-DATE TO WS-LTR-DATE
               ELSE
                   DISPLAY 'ADRNLTR SYSIN DATE ' PARM-LTR-DATE
                       ' NOT YYYYMMDD - RUN REFUSED'
                   CLOSE PARM-FILE
                   MOVE 'FAIL' TO BL-STATUS
                   MOVE SPACES TO BL-DETAIL
                   PERFORM WRITE-BATCH-LOG-LINE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           CLOSE PARM-FILE.

       READ-HIST-RECORD.
           READ GUI6HIST-FILE NEXT
               AT END SET WS-NO-MORE-HIST TO TRUE
           END-READ.

      * THE DAY THE CHANGE REACHED CUSTFIL - THE FINAL APPROVAL FOR A
      * MAKER-CHECKER CHANGE, OTHERWISE THE DAY IT WAS KEYED
       LETTER-IF-CONFIRMED-TODAY.
           IF HIST-APPR-APPROVED
               IF HIST-CHECKER2-OPID NOT = SPACES
                   MOVE HIST-APPR2-DATE TO WS-CONFIRM-JULIAN
               ELSE
                   MOVE HIST-APPR-DATE TO WS-CONFIRM-JULIAN
               END-IF
           ELSE
               MOVE HIST-DATE TO WS-CONFIRM-JULIAN
           END-IF
           IF WS-CONFIRM-JULIAN NOT = 0
               MOVE WS-CONFIRM-JULIAN TO LK-JD-JULIAN
               CALL 'JULDAY' USING JULDAY-PARMS
               IF LK-JD-DATE = WS-LTR-DATE
                   ADD 1 TO WS-CHANGE-CNT
                   PERFORM LETTER-ONE-CHANGE
               END-IF
           END-IF.

      * THE CUSTOMER IS WHO THE CHANGE LEFT THEM - THE NEW NAME WHEN
      * THE NAME CHANGED WITH IT. CUSTFIL SAYS WHETHER THEY MAY BE
      * WRITTEN TO AT ALL
       LETTER-ONE-CHANGE.
           IF HIST-NEW-NAME NOT = SPACES
               MOVE HIST-NEW-NAME TO WS-LTR-CUST-NAME
           ELSE
               MOVE HIST-OLD-NAME TO WS-LTR-CUST-NAME
           END-IF
           MOVE SPACES TO WS-REVIEW-REASON
           PERFORM READ-CUSTOMER-MASTER
           IF NOT WS-CUST-FOUND
               MOVE 'CUSTOMER NOT ON CUSTFIL' TO WS-REVIEW-REASON
           ELSE
               IF CUST-DO-NOT-CONTACT
                   MOVE 'DO NOT CONTACT' TO WS-REVIEW-REASON
               END-IF
               IF CUST-DECEASED
                   MOVE 'CUSTOMER DECEASED' TO WS-REVIEW-REASON
               END-IF
           END-IF
           IF WS-REVIEW-REASON = SPACES
               PERFORM PICK-COPY-ADDRESS
               SET WS-ORIGINAL-LETTER TO TRUE
               PERFORM PRINT-CONFIRMATION-LETTER
               SET WS-COPY-LETTER TO TRUE
               PERFORM PRINT-CONFIRMATION-LETTER
           ELSE
               PERFORM WRITE-REVIEW-LINE
           END-IF.

       READ-CUSTOMER-MASTER.
           MOVE 'N' TO WS-CUST-FOUND-SW
           IF HIST-CUST-NUMBER NOT = 0
               MOVE HIST-CUST-NUMBER TO CUST-NUMBER
               READ CUSTFIL-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET WS-CUST-FOUND TO TRUE
               END-READ
           ELSE
               MOVE WS-LTR-CUST-NAME TO CUST-NAME
               READ CUSTFIL-FILE KEY IS CUST-NAME
                   INVALID KEY CONTINUE
                   NOT INVALID KEY SET WS-CUST-FOUND TO TRUE
               END-READ
           END-IF.

      * THE COPY GOES WHERE THE CUSTOMER'S MAIL GOES ON THE LETTER
      * DATE - THE NEW ADDRESS UNLESS A MAILING OR SEASONAL ADDRESS IS
      * IN EFFECT ON CUSTADDR
       PICK-COPY-ADDRESS.
           SET LK-AP-PICK     TO TRUE
           SET LK-AP-FOR-MAIL TO TRUE
           MOVE WS-LTR-DATE   TO LK-AP-AS-OF-DATE
           MOVE CUST-NUMBER   TO LK-AP-CUST-NUMBER
           MOVE HIST-NEW-ADDR TO LK-AP-ADDR
           MOVE HIST-NEW-ZIP  TO LK-AP-ZIP
           CALL 'ADDRPICK' USING ADDRPICK-PARMS
           EVALUATE LK-AP-TYPE
               WHEN 'M'
                   MOVE 'COPY TO YOUR MAILING ADDRESS'  TO LCP-TEXT
               WHEN 'S'
                   MOVE 'COPY TO YOUR SEASONAL ADDRESS' TO LCP-TEXT
               WHEN OTHER
                   MOVE 'COPY TO YOUR NEW ADDRESS'      TO LCP-TEXT
           END-EVALUATE.

      * ONE LETTER - THE ORIGINAL GOES TO THE OLD ADDRESS, THE COPY
      * TO WHERE THE CUSTOMER'S MAIL NOW GOES. THE BODY IS THE SAME
      * SO EITHER ONE, READ BY THE REAL CUSTOMER, SAYS WHAT CHANGED
      * AND HOW TO REPORT IT
       PRINT-CONFIRMATION-LETTER.
           MOVE HIST-TASKN TO LH-REF-TASKN LR-REF-TASKN
           MOVE WS-LTR-HEAD TO LTR-LINE
           WRITE LTR-LINE AFTER ADVANCING PAGE
           MOVE WS-LTR-MM   TO LD-MM
           MOVE WS-LTR-DD   TO LD-DD
           MOVE WS-LTR-YYYY TO LD-YYYY
           MOVE WS-LTR-DATE-LINE TO LTR-LINE
           WRITE LTR-LINE
           IF WS-COPY-LETTER
               MOVE WS-LTR-COPY-LINE TO LTR-LINE
           ELSE
               MOVE SPACES TO LTR-LINE
           END-IF
           WRITE LTR-LINE
           MOVE SPACES TO LTR-LINE
           WRITE LTR-LINE
           MOVE WS-LTR-CUST-NAME TO LA-TEXT
           MOVE WS-LTR-ADDR-LINE TO LTR-LINE
           WRITE LTR-LINE
           IF WS-COPY-LETTER
               MOVE LK-AP-ADDR TO LA-TEXT
               MOVE WS-LTR-ADDR-LINE TO LTR-LINE
               WRITE LTR-LINE
               MOVE LK-AP-ZIP TO LA-TEXT
           ELSE
               MOVE HIST-OLD-ADDR TO LA-TEXT
               MOVE WS-LTR-ADDR-LINE TO LTR-LINE
               WRITE LTR-LINE
               MOVE HIST-OLD-ZIP TO LA-TEXT
           END-IF
           MOVE WS-LTR-ADDR-LINE TO LTR-LINE
           WRITE LTR-LINE
           MOVE SPACES TO LTR-LINE
           WRITE LTR-LINE
           WRITE LTR-LINE
           MOVE 'DEAR CUSTOMER,' TO LTR-LINE
           WRITE LTR-LINE
           MOVE SPACES TO LTR-LINE
           WRITE LTR-LINE
           MOVE LK-JD-DATE(5:2) TO LC-MM
           MOVE LK-JD-DATE(7:2) TO LC-DD
           MOVE LK-JD-DATE(1:4) TO LC-YYYY
           MOVE WS-LTR-CHANGED-LINE TO LTR-LINE
           WRITE LTR-LINE
           MOVE SPACES TO LTR-LINE
           WRITE LTR-LINE
           MOVE HIST-OLD-ADDR TO LF-ADDR
           MOVE HIST-OLD-ZIP  TO LF-ZIP
           MOVE WS-LTR-FROM-LINE TO LTR-LINE
           WRITE LTR-LINE
           MOVE HIST-NEW-ADDR TO LT-ADDR
           MOVE HIST-NEW-ZIP  TO LT-ZIP
           MOVE WS-LTR-TO-LINE TO LTR-LINE
           WRITE LTR-LINE
           MOVE SPACES TO LTR-LINE
           WRITE LTR-LINE
           MOVE WS-LTR-CALL-LINE-1 TO LTR-LINE
           WRITE LTR-LINE
           MOVE WS-LTR-CALL-LINE-2 TO LTR-LINE
           WRITE LTR-LINE
           ADD 1 TO WS-LETTER-CNT.

       WRITE-REVIEW-LINE.
           MOVE HIST-TASKN                 TO RVL-TASKN
           MOVE WS-LTR-CUST-NAME(1:31)     TO RVL-CUST
           MOVE WS-REVIEW-REASON           TO RVL-REASON
           MOVE HIST-NEW-ADDR(1:24)        TO RVL-NEW-ADDR
           MOVE HIST-NEW-ZIP               TO RVL-NEW-ZIP
           MOVE WS-REVIEW-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-REVIEW-CNT.

       WRITE-SUMMARY-LINE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CHANGE-CNT TO SUM-CHANGES
           MOVE WS-LETTER-CNT TO SUM-LETTERS
           MOVE WS-REVIEW-CNT TO SUM-REVIEW
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE.

      * A CHANGE HELD FOR MANUAL REVIEW IS SOMEBODY'S WORK FOR THE
      * MORNING, SO IT SHOWS AS A WARN ON THE DASHBOARD
       WRITE-BATCH-LOG-ENTRY.
           IF WS-REVIEW-CNT > 0
               MOVE 'WARN' TO BL-STATUS
           ELSE
               MOVE 'DONE' TO BL-STATUS
           END-IF
           MOVE WS-LETTER-CNT TO BLD-LETTERS
           MOVE WS-REVIEW-CNT TO BLD-REVIEW
           MOVE WS-BL-DETAIL TO BL-DETAIL
           PERFORM WRITE-BATCH-LOG-LINE.

       WRITE-BATCH-LOG-LINE.
           MOVE 'ADRNLTR' TO BL-PROGRAM
           MOVE WS-RUN-DATE TO BL-RUN-DATE
           ACCEPT BL-RUN-TIME FROM TIME
           OPEN EXTEND BATCH-LOG-FILE
           MOVE BATCHLOG-REC TO BL-LINE
           WRITE BL-LINE
           CLOSE BATCH-LOG-FILE.

      * ONE 'STRT' ENTRY AT JOB ENTRY, PAIRED BY BATCHWIN WITH THE
      * COMPLETION ENTRY ABOVE
       WRITE-BATCH-START-ENTRY.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE 'STRT' TO BL-STATUS
           MOVE SPACES TO BL-DETAIL
           PERFORM WRITE-BATCH-LOG-LINE.
