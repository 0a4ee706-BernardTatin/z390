      ***************************************************************
      * Author.  Maintenance team
      * Remarks. Shared customer-field masking subprogram. Every
      *          operator who could reach TESTGUI6 or TESTGUIB saw the
      *          customer's full name, address and zip, even a level-
      *          'O' operator who only needs to confirm who is on the
      *          phone. OPERPROF now carries a data-visibility class,
      *          and the lookup-only displays (TESTGUI6's lookup and
      *          print snapshot, the TESTGUIB search list, the
      *          TESTGUIN notes heading) pass what they are about to
      *          show through this one copy of the rule, the same way
      *          NAMENORM owns name normalization. For an operator
      *          without full visibility:
      *            - ADDRESS  each word keeps its first character (its
      *                       first two when it starts with a digit),
      *                       so '1234 MAIN ST' shows '12** M*** S*'
      *            - NAME     the first word is kept, later words keep
      *                       their initial only
      *            - ZIP      the first three digits are kept
      *          An OPERPROF class of 'F' or 'M' is taken as keyed. A
      *          blank class (a profile loaded before the field
      *          existed) follows the authority level - checkers and
      *          supervisors see full data, ordinary operators masked.
      *          An operator not on OPERPROF, or deactivated, has no
      *          right to full data and is masked.
      ***************************************************************
      * 10/15/26 RPI 2230 INITIAL CODING
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMASK.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY OPERPROF.

       01  WS-CM-RESP            PIC S9(8) COMP.
       01  WS-CM-SUB             PIC 9(2).
       01  WS-CM-WORD-POS        PIC 9(2).
       01  WS-CM-WORD-CNT        PIC 9(2).
       01  WS-CM-KEEP            PIC 9(2).

       LINKAGE SECTION.
       COPY CUSTMASK.

       PROCEDURE DIVISION USING CUSTMASK-PARMS.
       MAINLINE.
           IF NOT CM-VIEW-FULL AND NOT CM-VIEW-MASKED
               PERFORM DETERMINE-VIEW-CLASS
           END-IF
           IF CM-VIEW-MASKED
               PERFORM MASK-NAME
               PERFORM MASK-ADDRESS
               IF CM-ZIP NOT = SPACES AND CM-ZIP NOT = LOW-VALUES
                   MOVE '**' TO CM-ZIP(4:2)
               END-IF
           END-IF
           GOBACK.

       DETERMINE-VIEW-CLASS.
           SET CM-VIEW-MASKED TO TRUE
           MOVE CM-OPID TO OP-OPID
           EXEC CICS READ DATASET('OPERPROF')
               INTO(OPERPROF-RECORD)
               RIDFLD(OP-KEY)
               RESP(WS-CM-RESP)
           END-EXEC
           IF WS-CM-RESP = DFHRESP(NORMAL) AND OP-IS-ACTIVE
               IF OP-VIS-FULL
                   SET CM-VIEW-FULL TO TRUE
               ELSE
               IF NOT OP-VIS-MASKED
                       AND (OP-LEVEL-CHECKER OR OP-LEVEL-SUPERVISOR)
                   SET CM-VIEW-FULL TO TRUE
               END-IF
               END-IF
           END-IF.

      * FIRST WORD WHOLE, EVERY LATER WORD DOWN TO ITS INITIAL
       MASK-NAME.
           MOVE 0 TO WS-CM-WORD-POS
           MOVE 0 TO WS-CM-WORD-CNT
           PERFORM VARYING WS-CM-SUB FROM 1 BY 1
                   UNTIL WS-CM-SUB > 40
               IF CM-NAME(WS-CM-SUB:1) = SPACE
                       OR CM-NAME(WS-CM-SUB:1) = LOW-VALUE
                   MOVE 0 TO WS-CM-WORD-POS
               ELSE
                   ADD 1 TO WS-CM-WORD-POS
                   IF WS-CM-WORD-POS = 1
                       ADD 1 TO WS-CM-WORD-CNT
                   END-IF
                   IF WS-CM-WORD-CNT > 1 AND WS-CM-WORD-POS > 1
                       MOVE '*' TO CM-NAME(WS-CM-SUB:1)
                   END-IF
               END-IF
           END-PERFORM.

      * EACH WORD DOWN TO ITS FIRST CHARACTER, OR ITS FIRST TWO WHEN
      * IT IS A HOUSE OR UNIT NUMBER
       MASK-ADDRESS.
           MOVE 0 TO WS-CM-WORD-POS
           MOVE 1 TO WS-CM-KEEP
           PERFORM VARYING WS-CM-SUB FROM 1 BY 1
                   UNTIL WS-CM-SUB > 40
               IF CM-ADDR(WS-CM-SUB:1) = SPACE
                       OR CM-ADDR(WS-CM-SUB:1) = LOW-VALUE
                   MOVE 0 TO WS-CM-WORD-POS
               ELSE
                   ADD 1 TO WS-CM-WORD-POS
                   IF WS-CM-WORD-POS = 1
                       MOVE 1 TO WS-CM-KEEP
                       IF CM-ADDR(WS-CM-SUB:1) IS NUMERIC
                           MOVE 2 TO WS-CM-KEEP
                       END-IF
                   END-IF
                   IF WS-CM-WORD-POS > WS-CM-KEEP
                       MOVE '*' TO CM-ADDR(WS-CM-SUB:1)
                   END-IF
               END-IF
           END-PERFORM.
