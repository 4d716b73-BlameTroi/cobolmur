      *    NIGHTLY FEEDS POST TO ARE DATA HERE, NOT CODE THERE --
      *    SET UP THE CASH, RECEIVABLES, INVENTORY, PAYABLES,
      *    SALES, TAX, AND COST-OF-GOODS ACCOUNTS BEFORE THE
      *    FIRST JOURNAL POSTS. EACH ACCOUNT ALSO CARRIES ITS TYPE
      *    AND STATEMENT LINE, WHICH PLACE IT ON THE FINANCIAL
      *    STATEMENTS GLF1000 PRINTS.
      *
       ENVIRONMENT DIVISION.
      *
           05  ENTRY-FUNCTION          PIC X.
           05  ENTRY-ACCOUNT-NO        PIC 9(4).
           05  ENTRY-ACCOUNT-NAME      PIC X(30).
           05  ENTRY-ACCOUNT-TYPE      PIC X.
               88  VALID-ENTRY-TYPE            VALUE "A" "L" "E"
                                                     "R" "X".
           05  ENTRY-STATEMENT-LINE    PIC X(3).
           05  ENTRY-LINE-NUMBER       REDEFINES ENTRY-STATEMENT-LINE
                                       PIC 9(3).
      *
       01  DISPLAY-FIELDS.
           05  DISPLAY-BALANCE         PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
      *
           DISPLAY "-----------------------------------------------".
           DISPLAY "ENTER A TO ADD AN ACCOUNT, C TO CHANGE ITS "
               "NAME, TYPE, OR LINE,".
           DISPLAY "L TO LIST, OR X TO END.".
           ACCEPT ENTRY-FUNCTION.
           EVALUATE ENTRY-FUNCTION
               WHEN "X"
           ACCEPT ENTRY-ACCOUNT-NO.
           DISPLAY "ENTER ACCOUNT NAME.".
           ACCEPT ENTRY-ACCOUNT-NAME.
           DISPLAY "ENTER ACCOUNT TYPE (A ASSET, L LIABILITY, "
               "E EQUITY, R REVENUE, X EXPENSE).".
           ACCEPT ENTRY-ACCOUNT-TYPE.
           DISPLAY "ENTER STATEMENT LINE (3 DIGITS, 000 FOR A LINE "
               "OF ITS OWN).".
           ACCEPT ENTRY-STATEMENT-LINE.
           IF NOT VALID-ENTRY-TYPE
               DISPLAY "ACCOUNT TYPE MUST BE A, L, E, R, OR X -- "
                   "ACCOUNT NOT ADDED."
           ELSE
               IF ENTRY-LINE-NUMBER NOT NUMERIC
                   DISPLAY "STATEMENT LINE MUST BE 3 DIGITS -- "
                       "ACCOUNT NOT ADDED."
               ELSE
                   MOVE ENTRY-ACCOUNT-NO   TO GA-ACCOUNT-NO
                   MOVE ENTRY-ACCOUNT-NAME TO GA-ACCOUNT-NAME
                   MOVE ZERO               TO GA-ACCOUNT-BALANCE
                   MOVE ENTRY-ACCOUNT-TYPE TO GA-ACCOUNT-TYPE
                   MOVE ENTRY-LINE-NUMBER  TO GA-STATEMENT-LINE
                   WRITE CHART-OF-ACCOUNTS-RECORD
                       INVALID KEY
                           DISPLAY "ACCOUNT " ENTRY-ACCOUNT-NO
                               " IS ALREADY ON THE CHART."
                       NOT INVALID KEY
                           DISPLAY "ACCOUNT ADDED."
                   END-WRITE
               END-IF
           END-IF.
      *
       300-CHANGE-ACCOUNT.
      *
                   DISPLAY "ACCOUNT " ENTRY-ACCOUNT-NO
                       " NOT ON THE CHART."
               NOT INVALID KEY
                   PERFORM 310-ENTER-ACCOUNT-CHANGES
           END-READ.
      *
      *    A BLANK ENTRY KEEPS THE CURRENT VALUE. A BAD TYPE OR
      *    LINE CHANGES NOTHING, SO THE ACCOUNT NEVER DROPS OFF THE
      *    STATEMENTS HALF CHANGED.
      *
       310-ENTER-ACCOUNT-CHANGES.
      *
           DISPLAY "CURRENT NAME: " GA-ACCOUNT-NAME
               "  TYPE: " GA-ACCOUNT-TYPE
               "  LINE: " GA-STATEMENT-LINE.
           DISPLAY "ENTER NEW NAME, OR BLANK TO KEEP IT.".
           ACCEPT ENTRY-ACCOUNT-NAME.
           DISPLAY "ENTER NEW TYPE (A, L, E, R, X), OR BLANK TO "
               "KEEP IT.".
           ACCEPT ENTRY-ACCOUNT-TYPE.
           DISPLAY "ENTER NEW STATEMENT LINE (3 DIGITS), OR BLANK "
               "TO KEEP IT.".
           ACCEPT ENTRY-STATEMENT-LINE.
           IF ENTRY-ACCOUNT-TYPE NOT = SPACE
             AND NOT VALID-ENTRY-TYPE
               DISPLAY "ACCOUNT TYPE MUST BE A, L, E, R, OR X -- "
                   "NOTHING CHANGED."
           ELSE
               IF ENTRY-STATEMENT-LINE NOT = SPACE
                 AND ENTRY-LINE-NUMBER NOT NUMERIC
                   DISPLAY "STATEMENT LINE MUST BE 3 DIGITS -- "
                       "NOTHING CHANGED."
               ELSE
                   IF ENTRY-ACCOUNT-NAME NOT = SPACE
                       MOVE ENTRY-ACCOUNT-NAME TO GA-ACCOUNT-NAME
                   END-IF
                   IF ENTRY-ACCOUNT-TYPE NOT = SPACE
                       MOVE ENTRY-ACCOUNT-TYPE TO GA-ACCOUNT-TYPE
                   END-IF
                   IF ENTRY-STATEMENT-LINE NOT = SPACE
                       MOVE ENTRY-LINE-NUMBER TO GA-STATEMENT-LINE
                   END-IF
                   REWRITE CHART-OF-ACCOUNTS-RECORD
                       INVALID KEY
                           DISPLAY "REWRITE ERROR ON GLCHART."
                       NOT INVALID KEY
                           DISPLAY "ACCOUNT CHANGED."
                   END-REWRITE
               END-IF
           END-IF.
      *
       400-LIST-ACCOUNTS.
      *
               NOT AT END
                   MOVE GA-ACCOUNT-BALANCE TO DISPLAY-BALANCE
                   DISPLAY GA-ACCOUNT-NO " " GA-ACCOUNT-NAME
                       " " GA-ACCOUNT-TYPE " " GA-STATEMENT-LINE
                       " " DISPLAY-BALANCE
           END-READ.
