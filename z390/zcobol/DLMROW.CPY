      ***************************************************************
      * DLMROW.CPY - parameter area for the shared DLMROW delimited-
      * export subprogram. Every overnight report is a fixed-width
      * print image, and anyone wanting a chart or a pivot used to
      * retype its numbers into a spreadsheet. A report that offers a
      * comma-delimited data file alongside its print image builds
      * each row here, one field at a time, and writes LK-DR-ROW to
      * its own delimited DD - a header row of column names first,
      * then one row per detail line, no trailer.
      *   ACTION 'Q' - query the export switch for LK-DR-PROGRAM:
      *                PARMFIL 'EXPORT-pgmname' = 'Y' turns it on for
      *                that job; anything else (or no record) leaves
      *                LK-DR-EXPORT-SW 'N' and the job prints only
      *   ACTION 'R' - start a new, empty row
      *   ACTION 'T' - add LK-DR-TEXT, trimmed, quoted when it holds
      *                a comma or a quote
      *   ACTION 'N' - add LK-DR-NUMBER unedited - a leading minus
      *                when negative, no commas, no print padding,
      *                LK-DR-DECIMALS places after the point
      *   ACTION 'D' - add LK-DR-DATE (CCYYMMDD) as CCYY-MM-DD, an
      *                empty field when zero
      * LK-DR-ROW-LEN is the length of the row built so far; a field
      * that would run past the end of LK-DR-ROW is dropped.
      ***************************************************************
      * 10/15/26 RPI 2249 INITIAL CODING
      ***************************************************************
       01  DLMROW-PARMS.
           05  LK-DR-ACTION       PIC X.
               88  LK-DR-QUERY          VALUE 'Q'.
               88  LK-DR-NEW-ROW        VALUE 'R'.
               88  LK-DR-ADD-TEXT       VALUE 'T'.
               88  LK-DR-ADD-NUMBER     VALUE 'N'.
               88  LK-DR-ADD-DATE       VALUE 'D'.
           05  LK-DR-PROGRAM      PIC X(8).
           05  LK-DR-EXPORT-SW    PIC X.
               88  LK-DR-EXPORT-ON      VALUE 'Y'.
           05  LK-DR-TEXT         PIC X(60).
           05  LK-DR-NUMBER       PIC S9(15)V9(4).
           05  LK-DR-DECIMALS     PIC 9.
           05  LK-DR-DATE         PIC 9(8).
           05  LK-DR-ROW-LEN      PIC 9(4).
           05  LK-DR-ROW          PIC X(400).
