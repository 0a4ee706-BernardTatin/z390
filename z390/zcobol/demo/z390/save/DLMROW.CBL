      ***************************************************************
      * Author.  Maintenance team, following the JULDAY/BUSTIME
      *          style
      * Remarks. Shared delimited-export row builder - see DLMROW.CPY
      *          for the interface. Each report that offers a comma-
      *          delimited data file asks here once whether its job
      *          has the export switched on (PARMFIL 'EXPORT-pgmname'
      *          = 'Y'), then builds each row one field at a time so
      *          every report in the fleet trims, quotes, signs and
      *          dates its fields the same way and the spreadsheet
      *          side never has to special-case one report's output.
      *          The caller owns its own delimited DD and writes
      *          LK-DR-ROW there; this routine only ever reads
      *          PARMFIL.
      ***************************************************************
      * 10/15/26 RPI 2249 INITIAL CODING
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DLMROW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARMFIL-FILE ASSIGN TO 'PARMFIL'
               ORGANIZATION INDEXED
               ACCESS MODE RANDOM
               RECORD KEY PRM-KEY.
       DATA DIVISION.
       FILE SECTION.
       FD  PARMFIL-FILE.
           COPY PARMFIL.

       WORKING-STORAGE SECTION.
      * FIELDS ADDED TO THE CURRENT ROW - THE FIRST TAKES NO LEADING
      * COMMA, EVEN WHEN IT WAS EMPTY
       01  WS-ROW-FIELDS         PIC 9(3) VALUE 0.

      * ONE FIELD AS IT WILL GO INTO THE ROW - 60 TEXT BYTES, EVERY
      * ONE A DOUBLED QUOTE, PLUS THE ENCLOSING QUOTES AT WORST
       01  WS-FIELD              PIC X(122).
       01  WS-FIELD-LEN          PIC 9(3).
       01  WS-FIRST              PIC 9(3).
       01  WS-LAST               PIC 9(3).
       01  WS-SUB                PIC 9(3).
       01  WS-SPECIAL-CNT        PIC 9(3).

      * A NUMBER FLOATS ITS OWN SIGN AND KEEPS ITS POINT AT BYTE 17;
      * ONLY THE PLACES THE CALLER ASKED FOR ARE CARRIED OVER
       01  WS-NUM-EDIT           PIC -(15)9.9(4).
       01  WS-NUM-DECIMALS       PIC 9.

       01  WS-DATE               PIC 9(8).
       01  WS-DATE-R REDEFINES WS-DATE.
           02  WS-DATE-CCYY      PIC 9(4).
           02  WS-DATE-MM        PIC 9(2).
           02  WS-DATE-DD        PIC 9(2).

       LINKAGE SECTION.
       COPY DLMROW.

       PROCEDURE DIVISION USING DLMROW-PARMS.
       MAINLINE.
           EVALUATE TRUE
               WHEN LK-DR-QUERY
                   PERFORM QUERY-EXPORT-SWITCH
               WHEN LK-DR-NEW-ROW
                   MOVE SPACES TO LK-DR-ROW
                   MOVE 0 TO LK-DR-ROW-LEN
                   MOVE 0 TO WS-ROW-FIELDS
               WHEN LK-DR-ADD-TEXT
                   PERFORM FORMAT-TEXT-FIELD
                   PERFORM APPEND-FIELD
               WHEN LK-DR-ADD-NUMBER
                   PERFORM FORMAT-NUMBER-FIELD
                   PERFORM APPEND-FIELD
               WHEN LK-DR-ADD-DATE
                   PERFORM FORMAT-DATE-FIELD
                   PERFORM APPEND-FIELD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           GOBACK.

      * PARMFIL 'EXPORT-pgmname' = 'Y' SWITCHES THE DELIMITED FILE ON
      * FOR THAT ONE JOB - NO RECORD, OR ANY OTHER VALUE, LEAVES THE
      * JOB WRITING ITS PRINT REPORT ONLY
       QUERY-EXPORT-SWITCH.
           MOVE 'N' TO LK-DR-EXPORT-SW
           MOVE SPACES TO PRM-NAME
           STRING 'EXPORT-' DELIMITED BY SIZE
                  LK-DR-PROGRAM DELIMITED BY SPACE
               INTO PRM-NAME
           OPEN INPUT PARMFIL-FILE
           READ PARMFIL-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF PRM-VALUE(1:1) = 'Y'
                       SET LK-DR-EXPORT-ON TO TRUE
                   END-IF
           END-READ
           CLOSE PARMFIL-FILE.

      * TEXT IS TRIMMED BOTH ENDS; ONE HOLDING A COMMA OR A QUOTE IS
      * ENCLOSED IN QUOTES WITH EACH INNER QUOTE DOUBLED, THE WAY
      * EVERY SPREADSHEET READS IT BACK
       FORMAT-TEXT-FIELD.
           MOVE SPACES TO WS-FIELD
           MOVE 0 TO WS-FIELD-LEN
           MOVE 0 TO WS-FIRST
           MOVE 0 TO WS-LAST
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 60
               IF LK-DR-TEXT(WS-SUB:1) NOT = SPACE
                   IF WS-FIRST = 0
                       MOVE WS-SUB TO WS-FIRST
                   END-IF
                   MOVE WS-SUB TO WS-LAST
               END-IF
           END-PERFORM
           IF WS-LAST > 0
               MOVE 0 TO WS-SPECIAL-CNT
               INSPECT LK-DR-TEXT(WS-FIRST:WS-LAST - WS-FIRST + 1)
                   TALLYING WS-SPECIAL-CNT FOR ALL ',' ALL '"'
               IF WS-SPECIAL-CNT = 0
                   COMPUTE WS-FIELD-LEN = WS-LAST - WS-FIRST + 1
                   MOVE LK-DR-TEXT(WS-FIRST:WS-FIELD-LEN) TO WS-FIELD
               ELSE
                   PERFORM QUOTE-TEXT-FIELD
               END-IF
           END-IF.

       QUOTE-TEXT-FIELD.
           MOVE 1 TO WS-FIELD-LEN
           MOVE '"' TO WS-FIELD(1:1)
           PERFORM VARYING WS-SUB FROM WS-FIRST BY 1
                   UNTIL WS-SUB > WS-LAST
               IF LK-DR-TEXT(WS-SUB:1) = '"'
                   ADD 1 TO WS-FIELD-LEN
                   MOVE '"' TO WS-FIELD(WS-FIELD-LEN:1)
               END-IF
               ADD 1 TO WS-FIELD-LEN
               MOVE LK-DR-TEXT(WS-SUB:1) TO WS-FIELD(WS-FIELD-LEN:1)
           END-PERFORM
           ADD 1 TO WS-FIELD-LEN
           MOVE '"' TO WS-FIELD(WS-FIELD-LEN:1).

      * A NUMBER GOES OUT AS A SPREADSHEET READS IT - A LEADING MINUS
      * WHEN NEGATIVE, NO THOUSANDS COMMAS, NO PRINT PADDING, AND
      * EXACTLY LK-DR-DECIMALS PLACES (NO POINT AT ALL FOR ZERO)
       FORMAT-NUMBER-FIELD.
           MOVE SPACES TO WS-FIELD
           MOVE LK-DR-NUMBER TO WS-NUM-EDIT
           MOVE LK-DR-DECIMALS TO WS-NUM-DECIMALS
           IF WS-NUM-DECIMALS > 4
               MOVE 4 TO WS-NUM-DECIMALS
           END-IF
           MOVE 0 TO WS-FIRST
           PERFORM VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 16
               IF WS-NUM-EDIT(WS-SUB:1) NOT = SPACE AND WS-FIRST = 0
                   MOVE WS-SUB TO WS-FIRST
               END-IF
           END-PERFORM
           COMPUTE WS-FIELD-LEN = 17 - WS-FIRST
           MOVE WS-NUM-EDIT(WS-FIRST:WS-FIELD-LEN) TO WS-FIELD
           IF WS-NUM-DECIMALS > 0
               MOVE WS-NUM-EDIT(17:WS-NUM-DECIMALS + 1)
                   TO WS-FIELD(WS-FIELD-LEN + 1:WS-NUM-DECIMALS + 1)
               COMPUTE WS-FIELD-LEN =
                   WS-FIELD-LEN + WS-NUM-DECIMALS + 1
           END-IF.

      * CCYYMMDD GOES OUT AS CCYY-MM-DD; A ZERO DATE IS AN EMPTY FIELD
       FORMAT-DATE-FIELD.
           MOVE SPACES TO WS-FIELD
           MOVE 0 TO WS-FIELD-LEN
           IF LK-DR-DATE IS NUMERIC AND LK-DR-DATE > 0
               MOVE LK-DR-DATE TO WS-DATE
               STRING WS-DATE-CCYY '-' WS-DATE-MM '-' WS-DATE-DD
                   DELIMITED BY SIZE INTO WS-FIELD
               MOVE 10 TO WS-FIELD-LEN
           END-IF.

      * COMMA FIRST UNLESS THIS IS THE ROW'S FIRST FIELD; A FIELD THAT
      * WOULD RUN PAST THE END OF THE ROW IS DROPPED WHOLE RATHER THAN
      * CUT, SO NO ROW EVER CARRIES A HALF-WRITTEN VALUE
       APPEND-FIELD.
           IF WS-ROW-FIELDS > 0
               IF LK-DR-ROW-LEN < 400
                   ADD 1 TO LK-DR-ROW-LEN
                   MOVE ',' TO LK-DR-ROW(LK-DR-ROW-LEN:1)
               END-IF
           END-IF
           ADD 1 TO WS-ROW-FIELDS
           IF WS-FIELD-LEN > 0
                   AND LK-DR-ROW-LEN + WS-FIELD-LEN NOT > 400
               MOVE WS-FIELD(1:WS-FIELD-LEN)
                   TO LK-DR-ROW(LK-DR-ROW-LEN + 1:WS-FIELD-LEN)
               ADD WS-FIELD-LEN TO LK-DR-ROW-LEN
           END-IF.
