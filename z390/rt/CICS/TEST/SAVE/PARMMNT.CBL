      *            col 22-37 VALUE (16, A/C ONLY)
      *****************************************************************
      * 09/01/26 RPI 2194 INITIAL CODING
      * 10/15/26 RPI 2229 AN ADD, CHANGE OR DELETE IS REFUSED OUTSIDE
      *                   THE OPERATOR'S OPERPROF WORKING HOURS OR
      *                   FROM A TERMINAL NOT ON THEIR ALLOWED LIST
      *                   (SHARED SIGNCHK CHECK, REFUSALS LOGGED TO
      *                   SREJ) - A LIST IS STILL ALLOWED
      * 10/15/26 RPI 2263 SETS SC-DAY-CHECK-SW - NOT HELD TO THE
      *                   DAYCTL DAY-CLOSE
      *****************************************************************
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PARMMNT.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
        COPY PARMFIL.
        COPY SIGNCHK.

        01  WS-RESP               PIC S9(8) COMP.
        01  WS-MATCH-CNT          PIC 9(2) VALUE 0.
                RESP(WS-RESP)
            END-EXEC
            MOVE SPACES TO WS-RESULT-MSG
            SET SC-SIGNON-OK TO TRUE
            IF WS-IN-ACTION = 'A' OR WS-IN-ACTION = 'C'
                    OR WS-IN-ACTION = 'D'
                PERFORM CHECK-SIGNON-WINDOW
            END-IF
            IF NOT SC-SIGNON-OK
                MOVE SC-MESSAGE TO WS-RESULT-MSG
            ELSE
            EVALUATE WS-IN-ACTION
                WHEN 'L'
                    PERFORM LIST-PARAMETERS
                    MOVE 'ACTION MUST BE L, A, C OR D'
                         TO WS-RESULT-MSG
            END-EVALUATE
            END-IF
            IF WS-RESULT-MSG = SPACES
                PERFORM BUILD-AND-SEND-LIST
            ELSE
                    END-EXEC
            END-IF.

      * NO PARAMETER ADD/CHANGE/DELETE OUTSIDE THE OPERATOR'S
      * PERMITTED HOURS OR FROM A TERMINAL OFF THEIR OPERPROF LIST -
      * THE SHARED SIGNCHK CHECK BUILDS THE MESSAGE AND LOGS THE
      * REFUSAL TO SREJ
        CHECK-SIGNON-WINDOW.
            MOVE EIBOPID  TO SC-OPID
            MOVE EIBTRMID TO SC-TRMID
            MOVE EIBTRNID TO SC-TRNID
            MOVE EIBDATE  TO SC-DATE
            MOVE EIBTIME  TO SC-TIME
            MOVE 'Y'      TO SC-LOG-SW
            MOVE 'N'      TO SC-DAY-CHECK-SW
            CALL 'SIGNCHK' USING SIGNCHK-PARMS.

        LIST-PARAMETERS.
            MOVE LOW-VALUES TO WS-OUT-AREA
            MOVE 0 TO WS-MATCH-CNT
