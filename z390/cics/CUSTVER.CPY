      ***************************************************************
      * CUSTVER.CPY - parameter area for the shared CUSTVER
      * optimistic-concurrency check. Caller supplies the customer
      * image its operator (or change card) was working from and the
      * CUSTFIL record as it stands now, both in CUST-RECORD shape
      * (customer number first);
      * CV-RESULT comes back changed or unchanged and, when changed,
      * CV-MESSAGE says who last changed the record and when, fitted
      * to the 34-byte map message fields. CV-MODE picks what is
      * compared:
      *   F  the whole record - number, data and last-update stamp
      *      (a screen that carried the full image it showed)
      *   D  name/address/zip/status only (a GUI6HIST before- or
      *      after-image, which carries no stamp)
      *   S  last-update date/time only (a batch change card keyed
      *      against a known stamp)
      ***************************************************************
      * 10/15/26 RPI 2231 INITIAL CODING
      * 10/15/26 RPI 2232 IMAGES LEAD WITH THE NEW CUST-NUMBER KEY
      ***************************************************************
       01  CUSTVER-PARMS.
           05  CV-MODE            PIC X.
               88  CV-MODE-FULL         VALUE 'F'.
               88  CV-MODE-DATA         VALUE 'D'.
               88  CV-MODE-STAMP        VALUE 'S'.
           05  CV-SHOWN-IMAGE.
               10  CV-SHOWN-NUMBER     PIC X(7).
               10  CV-SHOWN-DATA.
                   15  CV-SHOWN-NAME   PIC X(40).
                   15  CV-SHOWN-ADDR   PIC X(40).
                   15  CV-SHOWN-ZIP    PIC X(5).
                   15  CV-SHOWN-STATUS PIC X.
               10  CV-SHOWN-STAMP.
                   15  CV-SHOWN-OPID   PIC X(3).
                   15  CV-SHOWN-DATE   PIC X(7).
                   15  CV-SHOWN-TIME   PIC X(7).
           05  CV-CURRENT-IMAGE.
               10  CV-CURR-NUMBER      PIC X(7).
               10  CV-CURR-DATA.
                   15  CV-CURR-NAME    PIC X(40).
                   15  CV-CURR-ADDR    PIC X(40).
                   15  CV-CURR-ZIP     PIC X(5).
                   15  CV-CURR-STATUS  PIC X.
               10  CV-CURR-STAMP.
                   15  CV-CURR-OPID    PIC X(3).
                   15  CV-CURR-DATE    PIC X(7).
                   15  CV-CURR-TIME    PIC X(7).
           05  CV-RESULT          PIC X.
               88  CV-UNCHANGED         VALUE 'U'.
               88  CV-CHANGED           VALUE 'C'.
           05  CV-MESSAGE         PIC X(34).
