      * OVERLAID ON THE ATTRIBUTE BYTE THAT FOLLOWS), SO EACH PLAIN
      * FIELD'S PREFIX IS 2 (LENGTH) + 1 (FLAG/ATTRIBUTE) = 3 BYTES -
      * THERE IS NO SEPARATE xxxxA ITEM TO CODE HERE. FIELDS WITH A
      * GENUINE EXTRA COLOR BYTE (NEWZIPC, ERRMSGC, DATEC, PAYMEC,
      * PAYME1C, RSNCDC, PAYCCYC) GET A 4-BYTE PREFIX INSTEAD - BUT
      * SINCE THE PROGRAM ONLY EVER MOVES TO A COLOR BYTE, NEVER READS
      * ONE BACK, EACH IS NAMED ONLY IN
      * GUI6O (SAME CONVENTION AS THE PLAIN ATTRIBUTE BYTES, WHICH ARE
      * NAMED ONLY IN GUI6I) - GUI6I CARRIES AN UNNAMED FILLER AT THAT
      * POSITION SO THE SAME NAME ISN'T DECLARED TWICE. TESTOCC AND THE
           02  NEWZIPI           PIC X(5).
           02  ERRMSGL           PIC S9(4) COMP.
           02  ERRMSGF           PIC X.
           02  FILLER            PIC X.
           02  ERRMSGI           PIC X(34).
           02  TESTOCC           OCCURS 5 TIMES.
               03  TESTOCCL      PIC S9(4) COMP.
           02  NEWZIPC           PIC X.
           02  NEWZIPO           PIC X(5).
           02  FILLER            PIC X(3).
           02  ERRMSGC           PIC X.
           02  ERRMSGO           PIC X(34).
           02  TESTOCCO-GRP      OCCURS 5 TIMES.
               03  FILLER        PIC X(3).
