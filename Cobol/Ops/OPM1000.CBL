      *
      *    OPERATOR MASTER MAINTENANCE. ADDS, CHANGES, DISABLES,
      *    AND LISTS THE OPERATOR IDS, PASSWORDS, AND AUTHORITY
      *    LEVELS THE SHARED SIGN-ON (SGN1000) VALIDATES AGAINST,
      *    AND THE DOLLAR LIMIT UP TO WHICH EACH OPERATOR MAY
      *    APPROVE A PURCHASE REQUISITION.
      *    MAINTAINING OPERATORS ITSELF REQUIRES SUPERVISOR
      *    AUTHORITY; THE FIRST RUN ON AN EMPTY SYSTEM IS WAVED
      *    THROUGH BY SGN1000 SO THE FIRST SUPERVISOR CAN BE SET UP.
           05  ENTRY-OPERATOR-NAME     PIC X(20).
           05  ENTRY-PASSWORD          PIC X(8).
           05  ENTRY-AUTHORITY         PIC 9.
           05  ENTRY-APPROVAL-LIMIT    PIC 9(7)V99.
      *
       01  DISPLAY-FIELDS.
           05  DISPLAY-APPROVAL-LIMIT  PIC Z,ZZZ,ZZ9.99.
      *
       COPY "Sgnreq.cpy".
      *
           MOVE SPACE TO OP-PRIOR-PASSWORD-1.
           MOVE SPACE TO OP-PRIOR-PASSWORD-2.
           MOVE ZERO  TO OP-FAILED-ATTEMPTS.
           MOVE ENTRY-APPROVAL-LIMIT TO OP-APPROVAL-LIMIT.
           WRITE OPERATOR-MASTER-RECORD
               INVALID KEY
                   DISPLAY "OPERATOR " ENTRY-OPERATOR-ID
           DISPLAY "ENTER AUTHORITY LEVEL "
               "(1=INQUIRY, 2=OPERATOR, 3=SUPERVISOR).".
           ACCEPT ENTRY-AUTHORITY.
           DISPLAY "ENTER APPROVAL LIMIT (NNNNNNN.NN, 0 = NONE).".
           ACCEPT ENTRY-APPROVAL-LIMIT.
      *
       300-CHANGE-OPERATOR.
      *
                       " NOT ON FILE."
           END-READ.
           IF OPERATOR-FOUND
               MOVE OP-APPROVAL-LIMIT TO DISPLAY-APPROVAL-LIMIT
               DISPLAY "OPERATOR " OP-OPERATOR-ID " "
                   OP-OPERATOR-NAME " AUTHORITY "
                   OP-AUTHORITY-LEVEL " LIMIT "
                   DISPLAY-APPROVAL-LIMIT
               DISPLAY "ENTER NEW NAME."
               ACCEPT OP-OPERATOR-NAME
               DISPLAY "ENTER NEW PASSWORD."
               DISPLAY "ENTER NEW AUTHORITY LEVEL "
                   "(1=INQUIRY, 2=OPERATOR, 3=SUPERVISOR)."
               ACCEPT OP-AUTHORITY-LEVEL
               DISPLAY "ENTER NEW APPROVAL LIMIT "
                   "(NNNNNNN.NN, 0 = NONE)."
               ACCEPT ENTRY-APPROVAL-LIMIT
               MOVE ENTRY-APPROVAL-LIMIT TO OP-APPROVAL-LIMIT
               SET OP-ACTIVE TO TRUE
               MOVE RUN-DATE TO OP-PASSWORD-DATE
               MOVE SPACE TO OP-PRIOR-PASSWORD-1
               AT END
                   MOVE "Y" TO OPERMAST-EOF-SWITCH
               NOT AT END
                   MOVE OP-APPROVAL-LIMIT TO DISPLAY-APPROVAL-LIMIT
                   DISPLAY OP-OPERATOR-ID " " OP-OPERATOR-NAME
                       " AUTHORITY " OP-AUTHORITY-LEVEL
                       " STATUS " OP-STATUS-CODE
                       " LIMIT " DISPLAY-APPROVAL-LIMIT
           END-READ.
