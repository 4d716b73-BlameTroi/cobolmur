       01  AR-SNAPSHOT-RECORD.
      *
      *    ONE RECORD PER CUSTOMER PER MONTH-END: THE OPEN
      *    RECEIVABLE AS IT STOOD AT THE CLOSE OF THE MONTH, AGED
      *    INTO THE SAME FOUR BUCKETS AS THE AGING REPORT. THE
      *    SNAPSHOT RUN WRITES IT BEFORE THE NEW MONTH'S CASH IS
      *    APPLIED; THE TREND REPORT READS A YEAR OF IT BACK.
      *
           05  AS-SNAPSHOT-KEY.
               10  AS-SNAPSHOT-MONTH   PIC 9(6).
               10  AS-CUSTOMER-NO      PIC 9(5).
           05  AS-BUCKET-0-30          PIC S9(9)V99.
           05  AS-BUCKET-31-60         PIC S9(9)V99.
           05  AS-BUCKET-61-90         PIC S9(9)V99.
           05  AS-BUCKET-OVER-90       PIC S9(9)V99.
           05  AS-TOTAL-OPEN           PIC S9(9)V99.
