           DISPLAY "CHR1000 CREDIT-HOLD RELEASE".
           CALL "SGN1000" USING SIGN-ON-REQUEST.
           IF NOT SIGN-ON-OK
               GOBACK.
           IF NOT SUPERVISOR-AUTHORITY
               DISPLAY "CREDIT RELEASE NEEDS SUPERVISOR AUTHORITY."
               GOBACK.
           PERFORM 100-RELEASE-ONE-ORDER
               UNTIL END-OF-SESSION.
           DISPLAY "CHR1000 SESSION ENDED.".
           GOBACK.
      *
       100-RELEASE-ONE-ORDER.
      *
