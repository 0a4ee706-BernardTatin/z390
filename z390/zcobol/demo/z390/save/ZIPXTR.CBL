      *                   SILENTLY CUTTING THE LAST TWO ZIP DIGITS -
      *                   WIDENED TO COVER THE FULL DETAIL PLUS THE
      *                   NEW STATUS BYTE
      * 10/15/26 RPI 2233 EACH CUSTOMER IS PLACED BY THE ADDRESS IN
      *                   EFFECT ON THE RUN DATE FOR LOCATION (SHARED
      *                   ADDRPICK RULE) - A SEASONAL ADDRESS IN
      *                   EFFECT MOVES THE CUSTOMER TO THAT REGION,
      *                   AND THE LINE CARRIES THAT ADDRESS AND ZIP
      ***************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ZIPXTR.
           SELECT CUSTFIL-FILE ASSIGN TO 'CUSTFIL'
               ORGANIZATION INDEXED
               ACCESS MODE SEQUENTIAL
               RECORD KEY CUST-KEY
               ALTERNATE RECORD KEY CUST-NAME.
           SELECT ZIPTER1-OUT ASSIGN TO 'ZIPTER1'
               ORGANIZATION LINE SEQUENTIAL.
           SELECT ZIPTER2-OUT ASSIGN TO 'ZIPTER2'

       WORKING-STORAGE SECTION.
       COPY BATCHLOG.
       COPY ADDRPICK.
       01  WS-EOF-SW                PIC X VALUE 'N'.
           88  WS-NO-MORE-CUST          VALUE 'Y'.
       01  WS-RUN-DATE               PIC 9(8).
               PERFORM READ-CUST-RECORD
           END-PERFORM
           PERFORM WRITE-SUMMARY-LINE
           SET LK-AP-CLOSE TO TRUE
           CALL 'ADDRPICK' USING ADDRPICK-PARMS
           CLOSE CUSTFIL-FILE
           CLOSE ZIPTER1-OUT
           CLOSE ZIPTER2-OUT
           END-IF.

      * MOVE THE CUSTOMER INTO ITS TERRITORY FILE BY THE LEADING DIGIT
      * OF THE ZIP WHERE THE CUSTOMER IS ON THE RUN DATE - CUSTFIL'S
      * RESIDENTIAL ZIP UNLESS A SEASONAL ADDRESS IS IN EFFECT
       SPLIT-ONE-CUSTOMER.
           SET LK-AP-PICK         TO TRUE
           SET LK-AP-FOR-LOCATION TO TRUE
           MOVE WS-RUN-DATE TO LK-AP-AS-OF-DATE
           MOVE CUST-NUMBER TO LK-AP-CUST-NUMBER
           MOVE CUST-ADDR   TO LK-AP-ADDR
           MOVE CUST-ZIP    TO LK-AP-ZIP
           CALL 'ADDRPICK' USING ADDRPICK-PARMS
           MOVE CUST-NAME  TO COL-CUST-NAME
           MOVE LK-AP-ADDR TO COL-CUST-ADDR
           MOVE LK-AP-ZIP  TO COL-CUST-ZIP
           MOVE CUST-STATUS TO COL-CUST-STATUS
           MOVE LK-AP-ZIP(1:1) TO WS-LEAD-DIGIT
           EVALUATE WS-LEAD-DIGIT
               WHEN 0
               WHEN 1
