      ***************************************************************
      * BUSCAL.CPY - VSAM KSDS SHOP BUSINESS CALENDAR. APPROVAL AGING,
      * ESCALATION, CHECKER TURNAROUND AND PRIORITY USED TO COUNT
      * EVERY CALENDAR HOUR, SO A CHANGE KEYED LATE FRIDAY ESCALATED
      * ON SATURDAY AND RANKED AS A MISSED SLA BY MONDAY. MONDAY TO
      * FRIDAY ARE BUSINESS DAYS AND SATURDAY/SUNDAY ARE NOT, WITH
      * THE STANDARD HOURS FROM PARMFIL 'BUSINESS-DAY-START'/'END';
      * THIS FILE HOLDS ONLY THE EXCEPTIONS, ONE RECORD PER BRANCH
      * AND DATE:
      *   'H' HOLIDAY     - CLOSED ALL DAY
      *   'F' HALF DAY    - OPEN BC-OPEN-HHMM TO BC-CLOSE-HHMM (A
      *                     ZERO OPEN TIME MEANS THE STANDARD START)
      *   'W' WORKING DAY - A WEEKEND DAY WORKED, AT THE STANDARD
      *                     HOURS UNLESS OPEN/CLOSE ARE GIVEN
      * A BLANK BRANCH APPLIES SHOP-WIDE; A BRANCH RECORD FOR THE
      * SAME DATE OVERRIDES THE SHOP-WIDE ONE FOR THAT BRANCH. READ
      * THROUGH THE SHARED BUSTIME SUBPROGRAM; MAINTAINED THROUGH
      * CALMNT IN THE PARMMNT STYLE, EACH CHANGE CARRYING WHO MADE IT
      * AND WHEN.
      ***************************************************************
      * 10/15/26 RPI 2248 INITIAL CODING
      ***************************************************************
       01  BC-RECORD.
           05  BC-KEY.
               10  BC-BRANCH          PIC X(4).
               10  BC-DATE            PIC 9(8).
           05  BC-DAY-TYPE            PIC X.
               88  BC-HOLIDAY               VALUE 'H'.
               88  BC-HALF-DAY              VALUE 'F'.
               88  BC-WORKING-DAY           VALUE 'W'.
               88  BC-DAY-TYPE-VALID        VALUE 'H' 'F' 'W'.
           05  BC-OPEN-HHMM           PIC 9(4).
           05  BC-CLOSE-HHMM          PIC 9(4).
           05  BC-DESC                PIC X(30).
           05  BC-CHG-OPID            PIC X(3).
           05  BC-CHG-DATE            PIC 9(8).
