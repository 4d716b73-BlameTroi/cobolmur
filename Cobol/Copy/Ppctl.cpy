       01  POSITIVE-PAY-CONTROL-RECORD.
      *
      *    POSITIVE-PAY TRANSMISSION CONTROL -- ONE RECORD. THE
      *    BANK ACCOUNT THE CHECKS ARE DRAWN ON, THE NUMBER OF THE
      *    LAST TRANSMISSION WRITTEN TO THE ISSUE FILE, AND THE
      *    NUMBER OF THE LAST ONE SENT TO THE BANK. A TRANSMISSION
      *    AT OR BELOW THE LAST SENT IS NEVER SENT AGAIN.
      *
           05  PP-BANK-ACCOUNT-NO      PIC X(12).
           05  PP-LAST-TRANSMISSION-NO PIC 9(6).
           05  PP-LAST-SENT-NO         PIC 9(6).
