      *                   ALREADY INVESTIGATED. SPACE READS AS OPEN SO
      *                   EVERY RECORD WRITTEN BEFORE THESE FIELDS
      *                   EXISTED STILL SHOWS ON THE OPEN LIST.
      * 10/15/26 RPI 2232 TESTGUI6'S SOURCE KEY IS NOW THE CUSTOMER'S
      *                   PERMANENT CUST-NUMBER, LEFT-JUSTIFIED, NOT
      *                   ITS NAME
      ***************************************************************
       01  OOB-RECORD.
           05  OOB-KEY.
