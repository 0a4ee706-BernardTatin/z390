      * "show me everyone who viewed customer X between these dates" -
      * could only be answered by a grep through drained extracts.
      * The nightly BREADLD job lands the BREAD events here, keyed by
      * customer number + date + time (+ a sequence for two views of the
      * same customer in the same second), so the BREADQ inquiry can
      * browse one customer's view history on demand, months after
      * the fact - the same keyed-mirror idea ABNDLOG/TESTBECQ use
      * for abend events. BRD-VIEW-CLASS is the CUSTMASK class the
      * operator saw the customer in - 'F' full data, 'M' masked,
      * blank for a view recorded before classes existed.
      * BRD-CUST-NAME is the customer's name as it stood when viewed.
      ***************************************************************
      * 09/01/26 RPI 2167 INITIAL CODING
      * 10/15/26 RPI 2230 BRD-VIEW-CLASS ADDED
      * 10/15/26 RPI 2232 KEYED ON THE PERMANENT CUST-NUMBER, SO A
      *                   CUSTOMER'S VIEWS STAY TOGETHER ACROSS A NAME
      *                   CHANGE. THE NAME MOVED OUT OF THE KEY INTO
      *                   BRD-CUST-NAME.
      ***************************************************************
       01  BRD-RECORD.
           05  BRD-KEY.
               10  BRD-CUST-NUMBER PIC 9(7).
               10  BRD-DATE       PIC 9(7).
               10  BRD-TIME       PIC 9(7).
               10  BRD-SEQNO      PIC 9(3).
           05  BRD-OPID           PIC X(3).
           05  BRD-TRNID          PIC X(4).
           05  BRD-VIEW-CLASS     PIC X.
           05  BRD-CUST-NAME      PIC X(40).
