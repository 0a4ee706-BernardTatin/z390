       IDENTIFICATION DIVISION.
      *****************************************************************
      * Remarks. Writes one event to the SOATRACE keyed trace file
      *          (see SOATRACE.CPY) so the SOATRCQ inquiry can show a
      *          correlation ID's whole story - approval, notification,
      *          every DEMOSUB2 attempt, breaker transitions, the dead
      *          letter and each replay - while it is still happening
      *          rather than after SOARECON the next morning. Called
      *          from DEMOSUB2, PMTADRN and SOADEADR, owning the file
      *          the same way SOAAUDIT owns SOACALL. The caller
      *          supplies the whole record with STR-SEQNO zero; an
      *          event landing on a key already taken (the same ID
      *          twice in one second) takes the next sequence number.
      *          A trace write that fails is reported and otherwise
      *          ignored - it must never stop the call it describes.
      *****************************************************************
      * 10/15/26 RPI 2251 INITIAL CODING
      *****************************************************************
       PROGRAM-ID. SOATRACE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TRACE-FILE ASSIGN TO 'SOATRACE'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY STR-KEY
               FILE STATUS WS-TRACE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRACE-FILE.
           COPY SOATRACE.

       WORKING-STORAGE SECTION.
       01  WS-TRACE-STATUS       PIC X(2).
       01  WS-WRITTEN-SW         PIC X VALUE 'N'.
           88  WS-EVENT-WRITTEN      VALUE 'Y'.

       LINKAGE SECTION.
       01  LK-TRACE-EVENT        PIC X(105).

       PROCEDURE DIVISION USING LK-TRACE-EVENT.
           OPEN I-O TRACE-FILE
           IF WS-TRACE-STATUS NOT = '00' AND WS-TRACE-STATUS NOT = '05'
               DISPLAY 'SOATRACE - OPEN FAILED, STATUS '
                   WS-TRACE-STATUS
               GOBACK
           END-IF
           MOVE LK-TRACE-EVENT TO STR-RECORD
           MOVE 0 TO STR-SEQNO
           MOVE 'N' TO WS-WRITTEN-SW
           PERFORM UNTIL WS-EVENT-WRITTEN OR STR-SEQNO = 999
               WRITE STR-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
               EVALUATE WS-TRACE-STATUS
                   WHEN '00'
                       SET WS-EVENT-WRITTEN TO TRUE
                   WHEN '22'
                       ADD 1 TO STR-SEQNO
                   WHEN OTHER
                       MOVE 999 TO STR-SEQNO
               END-EVALUATE
           END-PERFORM
           IF NOT WS-EVENT-WRITTEN
               DISPLAY 'SOATRACE - WRITE FAILED, CORR-ID '
                   STR-CORR-ID ' STATUS ' WS-TRACE-STATUS
           END-IF
           CLOSE TRACE-FILE
           GOBACK.
