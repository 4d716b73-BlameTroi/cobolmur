           CLOSE QTARPT.
           DISPLAY "QTA1000 QUOTES LISTED " QUOTES-LISTED
               "  LINES LISTED " LINES-LISTED.
           GOBACK.
      *
       100-REPORT-NEXT-QUOTE-LINE.
      *
