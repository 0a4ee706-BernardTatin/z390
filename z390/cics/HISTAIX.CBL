      ***************************************************************
      * Author.  Maintenance team
      * Remarks. Shared GUI6HIST alternate-key builder. GUI6HIST is
      *          keyed by task number, so every per-customer question
      *          used to be a full-file scan. The record now carries
      *          three alternate keys - customer number, old name and
      *          new name, each followed by the date and time of the
      *          change - which VSAM keeps in step on its own once
      *          they are in the record. This copies the base fields
      *          into them; every program that writes or rewrites a
      *          GUI6HIST record calls it immediately before the
      *          WRITE/REWRITE, so there is one copy of the rule, the
      *          same way NAMENORM owns name normalization. No file
      *          access here, so batch and online callers share it.
      ***************************************************************
      * 10/15/26 RPI 2240 INITIAL CODING
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTAIX.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       LINKAGE SECTION.
       COPY GUI6HIST.

       PROCEDURE DIVISION USING HIST-RECORD.
       MAINLINE.
           MOVE HIST-CUST-NUMBER TO HIST-CK-CUST-NUMBER
           MOVE HIST-DATE        TO HIST-CK-DATE
           MOVE HIST-TIME        TO HIST-CK-TIME
           MOVE HIST-OLD-NAME    TO HIST-OK-NAME
           MOVE HIST-DATE        TO HIST-OK-DATE
           MOVE HIST-TIME        TO HIST-OK-TIME
           MOVE HIST-NEW-NAME    TO HIST-NK-NAME
           MOVE HIST-DATE        TO HIST-NK-DATE
           MOVE HIST-TIME        TO HIST-NK-TIME
           GOBACK.
