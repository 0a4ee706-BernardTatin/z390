      ***************************************************************
      * Author.  Maintenance team, following the JULDAY/PMTAREG
      *          style
      * Remarks. Shared address-selection subprogram - see
      *          ADDRPICK.CPY for the interface. Walks the customer's
      *          CUSTADDR records, keeps the ones in effect on the
      *          caller's date (from-date on or before it, to-date
      *          zero or after it) and returns the one the purpose
      *          calls for, so ADRNVER, ADRNLTR and ZIPXTR choose
      *          between a customer's addresses by one rule instead
      *          of each carrying its own. Owns the CUSTADDR file the
      *          way PMTAREG owns its register - opened on the first
      *          pick and closed by the caller's ACTION 'C'. CUSTADDR
      *          is OPTIONAL, so a feed still runs off the plain
      *          CUSTFIL address before the file is first loaded.
      ***************************************************************
      * 10/15/26 RPI 2233 INITIAL CODING
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRPICK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CUSTADDR-FILE ASSIGN TO 'CUSTADDR'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY CAD-KEY.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTADDR-FILE.
           COPY CUSTADDR.

       WORKING-STORAGE SECTION.
       01  WS-OPEN-SW            PIC X VALUE 'N'.
           88  WS-FILE-OPEN          VALUE 'Y'.
       01  WS-EOF-SW             PIC X VALUE 'N'.
           88  WS-NO-MORE-ADDR       VALUE 'Y'.

      * THE IN-EFFECT ADDRESS OF EACH TYPE FOUND FOR THE CUSTOMER -
      * IF TWO OF ONE TYPE OVERLAP THE LATER-STARTING ONE WINS, AS IT
      * IS THE ONE KEYED TO REPLACE THE OTHER
       01  WS-PICK-TABLE.
           02  WS-PICK-ENTRY OCCURS 3 TIMES.
               03  WS-PK-FOUND   PIC X.
               03  WS-PK-ADDR    PIC X(40).
               03  WS-PK-ZIP     PIC X(5).
               03  WS-PK-CITY    PIC X(20).
               03  WS-PK-STATE   PIC X(2).
       01  WS-PK-RES             PIC 9 VALUE 1.
       01  WS-PK-MAIL            PIC 9 VALUE 2.
       01  WS-PK-SEAS            PIC 9 VALUE 3.
       01  WS-PK-IX              PIC 9.

       LINKAGE SECTION.
       COPY ADDRPICK.

       PROCEDURE DIVISION USING ADDRPICK-PARMS.
       MAINLINE.
           EVALUATE TRUE
               WHEN LK-AP-PICK
                   PERFORM PICK-ADDRESS
               WHEN LK-AP-CLOSE
                   IF WS-FILE-OPEN
                       CLOSE CUSTADDR-FILE
                       MOVE 'N' TO WS-OPEN-SW
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

       PICK-ADDRESS.
           IF NOT WS-FILE-OPEN
               OPEN INPUT CUSTADDR-FILE
               SET WS-FILE-OPEN TO TRUE
           END-IF
           MOVE SPACES TO WS-PICK-TABLE
           PERFORM COLLECT-ADDRESSES-IN-EFFECT
           MOVE 0 TO WS-PK-IX
           IF WS-PK-FOUND(WS-PK-SEAS) = 'Y'
               MOVE WS-PK-SEAS TO WS-PK-IX
               MOVE 'S' TO LK-AP-TYPE
           ELSE
           IF WS-PK-FOUND(WS-PK-MAIL) = 'Y' AND LK-AP-FOR-MAIL
               MOVE WS-PK-MAIL TO WS-PK-IX
               MOVE 'M' TO LK-AP-TYPE
           ELSE
           IF WS-PK-FOUND(WS-PK-RES) = 'Y'
               MOVE WS-PK-RES TO WS-PK-IX
               MOVE 'R' TO LK-AP-TYPE
           END-IF
           END-IF
           END-IF
           IF WS-PK-IX = 0
               MOVE 'R' TO LK-AP-TYPE
               MOVE SPACES TO LK-AP-CITY
               MOVE SPACES TO LK-AP-STATE
           ELSE
               MOVE WS-PK-ADDR(WS-PK-IX)  TO LK-AP-ADDR
               MOVE WS-PK-ZIP(WS-PK-IX)   TO LK-AP-ZIP
               MOVE WS-PK-CITY(WS-PK-IX)  TO LK-AP-CITY
               MOVE WS-PK-STATE(WS-PK-IX) TO LK-AP-STATE
           END-IF.

      * ONE POSITIONED BROWSE OVER THE CUSTOMER'S KEY RANGE - THE KEY
      * IS CUSTOMER + TYPE + FROM-DATE, SO THE RECORDS COME BACK TYPE
      * BY TYPE IN DATE ORDER
       COLLECT-ADDRESSES-IN-EFFECT.
           MOVE 'N' TO WS-EOF-SW
           MOVE LK-AP-CUST-NUMBER TO CAD-CUST-NUMBER
           MOVE LOW-VALUES TO CAD-TYPE
           MOVE 0 TO CAD-EFF-FROM
           START CUSTADDR-FILE KEY IS NOT LESS THAN CAD-KEY
               INVALID KEY SET WS-NO-MORE-ADDR TO TRUE
           END-START
           PERFORM UNTIL WS-NO-MORE-ADDR
               READ CUSTADDR-FILE NEXT RECORD
                   AT END SET WS-NO-MORE-ADDR TO TRUE
               END-READ
               IF NOT WS-NO-MORE-ADDR
                   IF CAD-CUST-NUMBER NOT = LK-AP-CUST-NUMBER
                       SET WS-NO-MORE-ADDR TO TRUE
                   ELSE
                   IF CAD-EFF-FROM <= LK-AP-AS-OF-DATE
                           AND (CAD-OPEN-ENDED
                           OR CAD-EFF-TO > LK-AP-AS-OF-DATE)
                       PERFORM NOTE-ADDRESS-IN-EFFECT
                   END-IF
                   END-IF
               END-IF
           END-PERFORM.

       NOTE-ADDRESS-IN-EFFECT.
           MOVE 0 TO WS-PK-IX
           EVALUATE TRUE
               WHEN CAD-RESIDENTIAL
                   MOVE WS-PK-RES  TO WS-PK-IX
               WHEN CAD-MAILING
                   MOVE WS-PK-MAIL TO WS-PK-IX
               WHEN CAD-SEASONAL
                   MOVE WS-PK-SEAS TO WS-PK-IX
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-PK-IX NOT = 0
               MOVE 'Y'       TO WS-PK-FOUND(WS-PK-IX)
               MOVE CAD-ADDR  TO WS-PK-ADDR(WS-PK-IX)
               MOVE CAD-ZIP   TO WS-PK-ZIP(WS-PK-IX)
               MOVE CAD-CITY  TO WS-PK-CITY(WS-PK-IX)
               MOVE CAD-STATE TO WS-PK-STATE(WS-PK-IX)
           END-IF.
