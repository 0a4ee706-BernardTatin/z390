      ***************************************************************
      * ADDRPICK.CPY - parameter area for the shared ADDRPICK
      * address-selection subprogram. A customer can now hold several
      * dated addresses on CUSTADDR (residential, mailing, seasonal),
      * and every batch feed that sends something to the customer or
      * sorts the customer by where they are has to choose among them
      * the same way. The caller supplies the purpose, the date the
      * address must be in effect on (normally the run date), the
      * customer number and the CUSTFIL address/zip; it gets back the
      * address, zip, ZIPREF city/state and type that apply:
      *   PURPOSE 'M' - MAIL:     SEASONAL, ELSE MAILING, ELSE
      *                           RESIDENTIAL
      *   PURPOSE 'L' - LOCATION: SEASONAL, ELSE RESIDENTIAL (A
      *                           MAILING ADDRESS IS ONLY WHERE POST
      *                           GOES, NOT WHERE THE CUSTOMER IS)
      * A customer with nothing in effect on CUSTADDR keeps the
      * CUSTFIL address/zip passed in, with LK-AP-TYPE 'R' and a
      * blank city/state. ACTION 'C' closes CUSTADDR at end of job.
      ***************************************************************
      * 10/15/26 RPI 2233 INITIAL CODING
      ***************************************************************
       01  ADDRPICK-PARMS.
           05  LK-AP-ACTION       PIC X.
               88  LK-AP-PICK           VALUE 'P'.
               88  LK-AP-CLOSE          VALUE 'C'.
           05  LK-AP-PURPOSE      PIC X.
               88  LK-AP-FOR-MAIL       VALUE 'M'.
               88  LK-AP-FOR-LOCATION   VALUE 'L'.
           05  LK-AP-AS-OF-DATE   PIC 9(8).
           05  LK-AP-CUST-NUMBER  PIC 9(7).
           05  LK-AP-ADDR         PIC X(40).
           05  LK-AP-ZIP          PIC X(5).
           05  LK-AP-CITY         PIC X(20).
           05  LK-AP-STATE        PIC X(2).
           05  LK-AP-TYPE         PIC X.
