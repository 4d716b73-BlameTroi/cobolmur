       01  CONTROL-CHANGE-LOG-RECORD.
      *
      *    ONE LINE PER CONTROL-FILE FIELD CHANGED ON CFM1000 --
      *    WHO CHANGED WHICH FIELD OF WHICH FILE, WHEN, AND THE
      *    VALUE BEFORE AND AFTER AS THEY SHOWED ON THE SCREEN.
      *    THE RECORD NUMBER IS 1 FOR A ONE-RECORD FILE AND SAYS
      *    WHICH RECORD FOR A FILE OF SEVERAL. THE LOG IS ONLY
      *    EVER EXTENDED.
      *
           05  KL-LOG-DATE             PIC 9(8).
           05  KL-LOG-TIME             PIC 9(6).
           05  KL-OPERATOR-ID          PIC X(8).
           05  KL-FILE-NAME            PIC X(8).
           05  KL-RECORD-NO            PIC 9(2).
           05  KL-FIELD-LABEL          PIC X(24).
           05  KL-BEFORE-VALUE         PIC X(30).
           05  KL-AFTER-VALUE          PIC X(30).
