      *    BUILT BY CNV1000. KEY A CUSTOMER NUMBER AND SEE THE
      *    NAME, BRANCH, REP, AND ALL FOUR YEARS OF SALES HISTORY
      *    -- NO MORE RUNNING RPT3000 AND SEARCHING THE PRINT FILE.
      *    THE BATCH RUNS POST STRAIGHT TO CUSTMASI, SO THE SALES
      *    FIGURES ARE AS OF THE LAST POSTING RUN.
      *
       ENVIRONMENT DIVISION.
      *
