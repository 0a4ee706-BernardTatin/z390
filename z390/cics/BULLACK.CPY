      ***************************************************************
      * BULLACK.CPY - VSAM KSDS BULLETIN ACKNOWLEDGMENT LOG. ONE
      * RECORD EACH TIME AN OPERATOR PRESSES PF1 ON THE GUI6, GUI6B
      * OR GUI6P SCREEN TO ACKNOWLEDGE A HIGH-PRIORITY BULLETIN
      * (BULLETIN), KEYED BULLETIN/OPERATOR/DATE/TIME SO ONE
      * POSITIONED READ ANSWERS "HAS THIS OPERATOR ACKNOWLEDGED THIS
      * BULLETIN" AND A BROWSE ON THE BULLETIN NUMBER LISTS EVERYONE
      * WHO HAS (BULLMNT 'W'). ONE ACKNOWLEDGMENT HOLDS FOR THE LIFE
      * OF THE BULLETIN. NEVER UPDATED OR DELETED - IT IS THE AUDIT
      * TRAIL OF WHO SAW AN URGENT NOTICE AND WHEN.
      ***************************************************************
      * 10/15/26 RPI 2262 INITIAL CODING
      ***************************************************************
       01  BAK-RECORD.
           05  BAK-KEY.
               10  BAK-BUL-NUMBER     PIC 9(7).
               10  BAK-OPID           PIC X(3).
               10  BAK-DATE           PIC 9(8).
               10  BAK-TIME           PIC 9(6).
           05  BAK-TRMID              PIC X(4).
           05  BAK-TRNID              PIC X(4).
