      *                   THE RUN WARNS WITH THE DROPPED COUNT AND A
      *                   NO-MATCH CHANGE IS REPORTED UNVERIFIABLE
      *                   RATHER THAN NOT POSTED
      * 10/15/26 RPI 2240 GUI6HIST SELECT DECLARES THE NEW
      *                   HIST-CUST-DATE-KEY, HIST-OLD-NAME-KEY AND
      *                   HIST-NEW-NAME-KEY ALTERNATE KEYS (GUI6HIST
      *                   RECORD NOW 424 BYTES)
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GUI6GLRC.
           SELECT GUI6HIST-FILE ASSIGN TO 'GUI6HIST'
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY HIST-KEY
               ALTERNATE RECORD KEY HIST-CUST-DATE-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY HIST-OLD-NAME-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY HIST-NEW-NAME-KEY WITH DUPLICATES.
           SELECT GLEXTR-FILE ASSIGN TO 'GLEXTR'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT GUI6GLRC-RPT ASSIGN TO 'GUI6GLRP'
