      ***************************************************************
      * CUSTMASK.CPY - parameter area for the shared CUSTMASK
      * customer-field masking subprogram. Caller supplies its opid
      * and the customer name/address/zip about to be displayed; the
      * fields come back masked in place unless the operator's
      * OPERPROF visibility class allows full data. CM-VIEW-CLASS
      * is set blank by the caller before the first call of a task
      * - CUSTMASK then reads OPERPROF once and hands back 'F' (full)
      * or 'M' (masked), and later calls in the same task (one per
      * search-list line) reuse it without another read. The class
      * is also what the caller stamps on its BREAD/PAUD event, so
      * compliance can tell a full view from a masked one.
      ***************************************************************
      * 10/15/26 RPI 2230 INITIAL CODING
      ***************************************************************
       01  CUSTMASK-PARMS.
           05  CM-OPID            PIC X(3).
           05  CM-VIEW-CLASS      PIC X.
               88  CM-VIEW-FULL         VALUE 'F'.
               88  CM-VIEW-MASKED       VALUE 'M'.
           05  CM-NAME            PIC X(40).
           05  CM-ADDR            PIC X(40).
           05  CM-ZIP             PIC X(5).
