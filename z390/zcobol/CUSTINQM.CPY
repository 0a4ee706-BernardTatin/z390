      ***************************************************************
      * CUSTINQM.CPY - request/reply message for the CUSTINQ customer
      * inquiry service. Other systems had no way to look a customer
      * up short of a screen scrape or a copy of CUSTFIL, so the
      * lookup TESTGUI6/TESTGUIB do online is now published as a
      * service behind the same SOASTUB interface DEMOSUB2 calls out
      * through. CIQ-MSG-PFX is laid out exactly as SOA-MSG-PFX, so
      * the service manager routes a CUSTINQ message like any other
      * and hands it to the CUSTINQS service program. The caller
      * fills in CIQ-REQUEST; CUSTINQS fills in CIQ-REPLY and
      * CIQ-MSG-SVC-RC:
      *     0 - CUSTOMER FOUND, FULL DETAIL RETURNED
      *     4 - CUSTOMER FOUND BUT DO-NOT-CONTACT - ONLY THE NUMBER
      *         AND STATUS COME BACK, THE SAME POLICY THAT KEEPS
      *         ADRNLTR FROM WRITING TO THEM
      *     8 - NO SUCH CUSTOMER / NO NAME STARTS WITH THE PREFIX
      *    12 - REQUEST NOT VALID (UNKNOWN TYPE, NON-NUMERIC NUMBER
      *         OR BLANK PREFIX)
      *    16 - CUSTOMER FILES NOT AVAILABLE
      * CIQ-REQ-TYPE 'N' looks up CIQ-REQ-CUST-NUMBER; 'P' browses
      * CUSTNORM for the first customer whose NAMENORM-normalized
      * name starts with the normalized CIQ-REQ-NAME-PREFIX, the
      * same match TESTGUIB's name search makes, and sets
      * CIQ-RPY-MORE-SW when another customer also matches.
      * CIQ-REQ-CALLER is the calling system's 4-character id,
      * stamped on the view-access event the way a screen view
      * stamps its transid. CIQ-REQ-CORR-ID is the caller's
      * correlation token, written as-is to the SOACALL audit line.
      ***************************************************************
      * 10/15/26 RPI 2253 INITIAL CODING
      ***************************************************************
       01  CIQ-MSG.
           05  CIQ-MSG-PFX.
               10  CIQ-MSG-LEN        PIC S9(8) COMP.
               10  CIQ-MSG-TIME       PIC S9(18) COMP.
               10  CIQ-MSG-SVC-NAME   PIC X(8).
               10  CIQ-MSG-SVC-RC     PIC S9(8) COMP.
           05  CIQ-REQUEST.
               10  CIQ-REQ-TYPE       PIC X.
                   88  CIQ-REQ-BY-NUMBER      VALUE 'N'.
                   88  CIQ-REQ-BY-NAME        VALUE 'P'.
               10  CIQ-REQ-CUST-NUMBER PIC X(7).
               10  CIQ-REQ-NAME-PREFIX PIC X(40).
               10  CIQ-REQ-CALLER     PIC X(4).
               10  CIQ-REQ-CORR-ID    PIC X(16).
           05  CIQ-REPLY.
               10  CIQ-RPY-CUST-NUMBER PIC 9(7).
               10  CIQ-RPY-NAME       PIC X(40).
               10  CIQ-RPY-ADDR       PIC X(40).
               10  CIQ-RPY-ZIP        PIC X(5).
               10  CIQ-RPY-CITY       PIC X(20).
               10  CIQ-RPY-STATE      PIC X(2).
               10  CIQ-RPY-STATUS     PIC X.
               10  CIQ-RPY-MORE-SW    PIC X.
                   88  CIQ-RPY-MORE-MATCHES   VALUE 'Y'.
