      ***************************************************************
      * DFPINTR.CPY - ONE ACCRUAL-RESULT RECORD PER ACCOUNT WRITTEN BY
      * DFPACCR AS EACH ACCOUNT FINISHES ITS DAY LOOP, PLUS ONE
      * PORTFOLIO RECORD WRITTEN WITH THE PORTFOLIO SUMMARY LINE.
      * THE PRINTED ACCRRPT IS FOR PEOPLE; THIS IS THE SAME RESULT IN
      * A FORM THE MONTH-END JOBS THAT FOLLOW THE ACCRUAL CAN READ
      * INSTEAD OF SOMEONE RE-KEYING FIGURES OFF THE REPORT.
      *
      * INTR-OPEN-PRINCIPAL + INTR-NET-ACTIVITY + INTR-INTEREST IS
      * INTR-CLOSE-BALANCE - THE SAME RUNNING WS-BALANCE DFPACCR
      * COMPOUNDS DAY BY DAY. AMOUNTS ARE IN THE BOOKING CURRENCY
      * (USD); INTR-CONV-INTEREST IS THE INTEREST RESTATED IN
      * INTR-REPORT-CCY THE WAY THE ACCRRPT CONV INTEREST COLUMN IS.
      *
      * THE PORTFOLIO RECORD (INTR-PORTFOLIO) IS ONLY WRITTEN WHEN
      * THE WHOLE PORTFOLIO HAS ACCRUED - A FILE WITHOUT ONE IS AN
      * ACCRUAL RUN THAT HAS NOT FINISHED.
      *
      * INTR-DAYS IS THE DAY COUNT THE ACCOUNT ACCRUED FOR, AND
      * INTR-RATE-DATE (YYYYMMDD, ON BOTH RECORD TYPES) IS THE DAY
      * WHOSE FXRATE RATES THE RUN CONVERTED AT - THE DFPASOF DATE,
      * OR THE RUN DATE WHEN THERE WAS NO CARD.
      ***************************************************************
      * 10/14/26 RPI 2213 INITIAL CODING
      * 10/15/26 RPI 2264 INTR-DAYS AND INTR-RATE-DATE ADDED SO A LATER
      *                   CORRECTION OR JOURNAL RUN WORKS FROM WHAT
      *                   THE ACCRUAL ACTUALLY USED
      ***************************************************************
       01  DFPINTR-REC.
           05  INTR-REC-TYPE           PIC X.
               88  INTR-DETAIL             VALUE 'D'.
               88  INTR-PORTFOLIO          VALUE 'P'.
           05  FILLER                  PIC X.
           05  INTR-ACCT-ID            PIC X(10).
           05  INTR-PORT-COUNTS REDEFINES INTR-ACCT-ID.
               10  INTR-PORT-ACCT-CNT  PIC 9(5).
               10  FILLER              PIC X(5).
           05  FILLER                  PIC X.
           05  INTR-PRODUCT            PIC X(4).
           05  FILLER                  PIC X.
           05  INTR-REPORT-CCY         PIC X(3).
           05  FILLER                  PIC X.
           05  INTR-OPEN-PRINCIPAL     PIC S9(11)V99.
           05  INTR-NET-ACTIVITY       PIC S9(11)V99.
           05  INTR-INTEREST           PIC S9(11)V9(6).
           05  INTR-CLOSE-BALANCE      PIC S9(13)V9(6).
           05  INTR-CONV-INTEREST      PIC S9(11)V9(6).
           05  FILLER                  PIC X.
           05  INTR-DAYS               PIC 9(5).
           05  FILLER                  PIC X.
           05  INTR-RATE-DATE          PIC X(8).
