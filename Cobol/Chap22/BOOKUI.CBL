
               move " " to response-switch.
               perform until valid-response
                 display "On hand is below the reorder point. Raise a"
                     line 14 column 1
                 display "purchase requisition now? (Y/N)"
                     line 15 column 1
                 accept response-switch at line 15 column 34
                     with foreground-color bright-white upper
                 if not valid-response
                     move "You must enter a 'Y' or 'N'." to
