      *
       FD  TUICTL.
      *
       COPY "Tuictl.cpy".
      *
       FD  NEWREG.
      *
