      ***************************************************************
      * Author.  Maintenance team, following the FLAGCHK style
      * Remarks. Shared supervisor-bulletin check. A supervisor
      *          posts a bulletin on BULLETIN through BULLMNT -
      *          CUSTFIL running slow, a policy change, an early
      *          day-close - and TESTGUI6, TESTGUIB and TESTGUIP show
      *          it on the message line of their initial screen to
      *          every operator it targets; a high-priority one
      *          carries a PF1 prompt until the operator acknowledges
      *          it. This one copy decides which bulletins are in
      *          force for this operator at this terminal right now,
      *          which one heads the line, and whether this operator
      *          has acknowledged it, and writes the BULLACK log
      *          record when asked to, the same way FLAGCHK owns the
      *          caution-flag rule. See BULLCHK.CPY for the interface.
      *          The operator's authority level for an 'L' bulletin
      *          comes off OPERPROF; an operator with no profile sees
      *          only the 'A' and terminal bulletins.
      ***************************************************************
      * 10/15/26 RPI 2262 INITIAL CODING
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BULLCHK.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY BULLETIN.
       COPY BULLACK.
       COPY OPERPROF.

       01  WS-BC-RESP            PIC S9(8) COMP.
       01  WS-BC-ACK-RESP        PIC S9(8) COMP.
       01  WS-BC-AUTH-LEVEL      PIC X.
       01  WS-BC-PAT-SUB         PIC 9(1).
       01  WS-BC-CH-SUB          PIC 9(1).
       01  WS-BC-TARGET-SW       PIC X.
           88  WS-BC-TARGETED          VALUE 'Y'.
       01  WS-BC-MATCH-SW        PIC X.
           88  WS-BC-PATTERN-MATCH     VALUE 'Y'.
       01  WS-BC-STAR-SW         PIC X.
           88  WS-BC-STAR-SEEN         VALUE 'Y'.
       01  WS-BC-ACKED-SW        PIC X.
           88  WS-BC-ACKED             VALUE 'Y'.

      * NOW AS A CCYYMMDDHHMM STAMP, THE SAME SHAPE AS BUL-START AND
      * BUL-END, SO "IN FORCE" IS ONE PAIR OF COMPARES
       01  WS-BC-NOW.
           02  WS-BC-NOW-DATE    PIC 9(8).
           02  WS-BC-NOW-HHMM    PIC 9(4).
       01  WS-BC-NOW-STAMP REDEFINES WS-BC-NOW PIC 9(12).

      * THE OLDEST UNACKNOWLEDGED HIGH-PRIORITY BULLETIN, AND THE
      * NEWEST IN FORCE AS THE FALLBACK HEADLINE
       01  WS-BC-UNACK-SW        PIC X.
           88  WS-BC-UNACK-FOUND       VALUE 'Y'.
       01  WS-BC-UNACK-NUMBER    PIC 9(7).
       01  WS-BC-UNACK-TEXT      PIC X(26).
       01  WS-BC-NEWEST-NUMBER   PIC 9(7).
       01  WS-BC-NEWEST-PRIORITY PIC X.
       01  WS-BC-NEWEST-TEXT     PIC X(26).

       LINKAGE SECTION.
       COPY BULLCHK.

       PROCEDURE DIVISION USING BULLCHK-PARMS.
       MAINLINE.
           MOVE 0      TO BC-ACTIVE-CNT
           MOVE 0      TO BC-HEAD-NUMBER
           MOVE SPACES TO BC-HEAD-PRIORITY
           MOVE SPACES TO BC-HEAD-TEXT
           MOVE 'N'    TO WS-BC-UNACK-SW
           MOVE 0      TO WS-BC-NEWEST-NUMBER
           MOVE BC-TODAY          TO WS-BC-NOW-DATE
           MOVE BC-NOW-TIME(1:4)  TO WS-BC-NOW-HHMM
           PERFORM READ-OPERATOR-LEVEL
      * THE FILE ONLY EVER HOLDS A HANDFUL OF BULLETINS, SO IT IS
      * BROWSED END TO END RATHER THAN INDEXED BY DATE
           MOVE LOW-VALUES TO BUL-KEY
           EXEC CICS STARTBR DATASET('BULLETIN')
               RIDFLD(BUL-KEY)
               GTEQ
               RESP(WS-BC-RESP)
           END-EXEC
           IF WS-BC-RESP = DFHRESP(NORMAL)
               PERFORM UNTIL WS-BC-RESP NOT = DFHRESP(NORMAL)
                   EXEC CICS READNEXT DATASET('BULLETIN')
                       INTO(BUL-RECORD)
                       RIDFLD(BUL-KEY)
                       RESP(WS-BC-RESP)
                   END-EXEC
                   IF WS-BC-RESP = DFHRESP(NORMAL)
                       IF BUL-START-STAMP <= WS-BC-NOW-STAMP
                               AND BUL-END-STAMP >= WS-BC-NOW-STAMP
                           PERFORM CHECK-BULLETIN-TARGET
                           IF WS-BC-TARGETED AND BC-ACTIVE-CNT < 99
                               PERFORM NOTE-BULLETIN-IN-FORCE
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR DATASET('BULLETIN') END-EXEC
           END-IF
           IF BC-ACTIVE-CNT = 0
               SET BC-NO-BULLETIN TO TRUE
           ELSE
           IF WS-BC-UNACK-FOUND
               MOVE WS-BC-UNACK-NUMBER TO BC-HEAD-NUMBER
               MOVE 'H'                TO BC-HEAD-PRIORITY
               MOVE WS-BC-UNACK-TEXT   TO BC-HEAD-TEXT
               IF BC-ACKNOWLEDGE
                   PERFORM WRITE-ACKNOWLEDGMENT
               ELSE
                   SET BC-NOT-ACKNOWLEDGED TO TRUE
               END-IF
           ELSE
               MOVE WS-BC-NEWEST-NUMBER   TO BC-HEAD-NUMBER
               MOVE WS-BC-NEWEST-PRIORITY TO BC-HEAD-PRIORITY
               MOVE WS-BC-NEWEST-TEXT     TO BC-HEAD-TEXT
               SET BC-SHOWN TO TRUE
           END-IF
           END-IF
           GOBACK.

      * AN 'L' BULLETIN GOES TO EVERY OPERATOR OF ONE OPERPROF
      * AUTHORITY LEVEL - NO PROFILE (OR AN INACTIVE ONE) IS NO LEVEL
       READ-OPERATOR-LEVEL.
           MOVE SPACE   TO WS-BC-AUTH-LEVEL
           MOVE BC-OPID TO OP-OPID
           EXEC CICS READ DATASET('OPERPROF')
               INTO(OPERPROF-RECORD)
               RIDFLD(OP-KEY)
               RESP(WS-BC-RESP)
           END-EXEC
           IF WS-BC-RESP = DFHRESP(NORMAL) AND OP-IS-ACTIVE
               MOVE OP-AUTH-LEVEL TO WS-BC-AUTH-LEVEL
           END-IF.

       CHECK-BULLETIN-TARGET.
           MOVE 'N' TO WS-BC-TARGET-SW
           EVALUATE TRUE
               WHEN BUL-TO-ALL
                   SET WS-BC-TARGETED TO TRUE
               WHEN BUL-TO-LEVEL
                   IF BUL-TARGET-LEVEL = WS-BC-AUTH-LEVEL
                           AND WS-BC-AUTH-LEVEL NOT = SPACE
                       SET WS-BC-TARGETED TO TRUE
                   END-IF
               WHEN BUL-TO-TERMINALS
                   PERFORM VARYING WS-BC-PAT-SUB FROM 1 BY 1
                           UNTIL WS-BC-PAT-SUB > 5
                              OR WS-BC-TARGETED
                       IF BUL-TARGET-TERM(WS-BC-PAT-SUB) NOT = SPACES
                           PERFORM MATCH-TERM-PATTERN
                           IF WS-BC-PATTERN-MATCH
                               SET WS-BC-TARGETED TO TRUE
                           END-IF
                       END-IF
                   END-PERFORM
           END-EVALUATE.

      * THE SAME POSITION-BY-POSITION MATCH SIGNCHK APPLIES TO AN
      * OPERPROF TERMINAL PATTERN - EVERYTHING AFTER AN '*' MATCHES
       MATCH-TERM-PATTERN.
           SET WS-BC-PATTERN-MATCH TO TRUE
           MOVE 'N' TO WS-BC-STAR-SW
           PERFORM VARYING WS-BC-CH-SUB FROM 1 BY 1
                   UNTIL WS-BC-CH-SUB > 4
                      OR WS-BC-STAR-SEEN
                      OR NOT WS-BC-PATTERN-MATCH
               IF BUL-TARGET-TERM(WS-BC-PAT-SUB)(WS-BC-CH-SUB:1)
                       = '*'
                   SET WS-BC-STAR-SEEN TO TRUE
               ELSE
               IF BUL-TARGET-TERM(WS-BC-PAT-SUB)(WS-BC-CH-SUB:1)
                       NOT = BC-TRMID(WS-BC-CH-SUB:1)
                   MOVE 'N' TO WS-BC-MATCH-SW
               END-IF
               END-IF
           END-PERFORM.

      * BULLETINS COME OFF THE FILE IN NUMBER ORDER, SO THE FIRST
      * UNACKNOWLEDGED HIGH-PRIORITY ONE IS THE OLDEST AND THE LAST
      * ONE SEEN IS THE NEWEST. ONCE AN UNACKNOWLEDGED ONE IS FOUND
      * THE REST ARE ONLY COUNTED.
       NOTE-BULLETIN-IN-FORCE.
           ADD 1 TO BC-ACTIVE-CNT
           MOVE BUL-NUMBER   TO WS-BC-NEWEST-NUMBER
           MOVE BUL-PRIORITY TO WS-BC-NEWEST-PRIORITY
           MOVE BUL-TEXT     TO WS-BC-NEWEST-TEXT
           IF BUL-HIGH-PRIORITY AND NOT WS-BC-UNACK-FOUND
               PERFORM FIND-ACKNOWLEDGMENT
               IF NOT WS-BC-ACKED
                   SET WS-BC-UNACK-FOUND TO TRUE
                   MOVE BUL-NUMBER TO WS-BC-UNACK-NUMBER
                   MOVE BUL-TEXT   TO WS-BC-UNACK-TEXT
               END-IF
           END-IF.

      * BULLACK IS KEYED BULLETIN/OPERATOR/DATE/TIME, SO THE FIRST
      * RECORD AT OR PAST THE OPERATOR'S LOWEST KEY TELLS WHETHER
      * THEY HAVE EVER ACKNOWLEDGED THIS BULLETIN
       FIND-ACKNOWLEDGMENT.
           MOVE 'N'        TO WS-BC-ACKED-SW
           MOVE BUL-NUMBER TO BAK-BUL-NUMBER
           MOVE BC-OPID    TO BAK-OPID
           MOVE 0          TO BAK-DATE
           MOVE 0          TO BAK-TIME
           EXEC CICS READ DATASET('BULLACK')
               INTO(BAK-RECORD)
               RIDFLD(BAK-KEY)
               GTEQ
               RESP(WS-BC-ACK-RESP)
           END-EXEC
           IF WS-BC-ACK-RESP = DFHRESP(NORMAL)
                   AND BAK-BUL-NUMBER = BUL-NUMBER
                   AND BAK-OPID = BC-OPID
               SET WS-BC-ACKED TO TRUE
           END-IF.

      * A SECOND PF1 IN THE SAME SECOND FINDS ITS RECORD ALREADY
      * THERE - THAT IS STILL AN ACKNOWLEDGMENT ON FILE
       WRITE-ACKNOWLEDGMENT.
           MOVE BC-HEAD-NUMBER TO BAK-BUL-NUMBER
           MOVE BC-OPID        TO BAK-OPID
           MOVE BC-TODAY       TO BAK-DATE
           MOVE BC-NOW-TIME    TO BAK-TIME
           MOVE BC-TRMID       TO BAK-TRMID
           MOVE BC-TRNID       TO BAK-TRNID
           EXEC CICS WRITE DATASET('BULLACK')
               FROM(BAK-RECORD)
               RIDFLD(BAK-KEY)
               RESP(WS-BC-ACK-RESP)
           END-EXEC
           IF WS-BC-ACK-RESP = DFHRESP(NORMAL)
                   OR WS-BC-ACK-RESP = DFHRESP(DUPREC)
               SET BC-ACKNOWLEDGED TO TRUE
           ELSE
               SET BC-ACK-FAILED TO TRUE
           END-IF.
