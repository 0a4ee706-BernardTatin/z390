      ***************************************************************
      * BUSTIME.CPY - parameter area for the shared BUSTIME business-
      * time subprogram, the companion to JULDAY. JULDAY turns a
      * Julian stamp into a real calendar date; BUSTIME measures how
      * much business time lies between two real timestamps, so every
      * SLA and aging job counts the same working hours instead of
      * raw calendar hours. The caller supplies the branch (blank for
      * the shop-wide calendar), the from and to CCYYMMDD dates and
      * HHMMSS times, and gets back the business minutes between them,
      * the same in whole hours, and in whole standard business days.
      * Weekends count nothing, a BUSCAL holiday counts nothing, a
      * half day counts only its own hours. A to-stamp at or before
      * the from-stamp gives zero.
      *   ACTION 'M' - measure from/to as above
      *   ACTION 'S' - settings only: LK-BT-DAY-HOURS returns the
      *                standard business-day length, so a caller can
      *                default an SLA to "one business day"
      *   ACTION 'C' - close BUSCAL at end of job
      * LK-BT-DAY-HOURS is also returned on every measure.
      ***************************************************************
      * 10/15/26 RPI 2248 INITIAL CODING
      ***************************************************************
       01  BUSTIME-PARMS.
           05  LK-BT-ACTION       PIC X.
               88  LK-BT-MEASURE        VALUE 'M'.
               88  LK-BT-SETTINGS       VALUE 'S'.
               88  LK-BT-CLOSE          VALUE 'C'.
           05  LK-BT-BRANCH       PIC X(4).
           05  LK-BT-FROM-DATE    PIC 9(8).
           05  LK-BT-FROM-TIME    PIC 9(6).
           05  LK-BT-TO-DATE      PIC 9(8).
           05  LK-BT-TO-TIME      PIC 9(6).
           05  LK-BT-BUS-MINUTES  PIC S9(9).
           05  LK-BT-BUS-HOURS    PIC S9(7).
           05  LK-BT-BUS-DAYS     PIC S9(5).
           05  LK-BT-DAY-HOURS    PIC 9(2).
