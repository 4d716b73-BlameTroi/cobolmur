                   MOVE 22 TO CURSOR-COLUMN
                   MOVE "HIGHLIGHT" TO STUDENT-NAME-CONTROL
               END-IF
               IF NOT ENROLLED AND NOT INACTIVE AND NOT GRADUATED
                   MOVE "Status must be E, I, or G." TO ERROR-MESSAGE
                   MOVE 6  TO CURSOR-LINE
                   MOVE 22 TO CURSOR-COLUMN
                   MOVE "HIGHLIGHT" TO STUDENT-STATUS-CONTROL
