      *  ACCOUNT) IS MAINTAINED BY THE NIGHTLY WATCH SCAN: AN ACCOUNT
      *  ENTERS WHEN ITS BEHAVIOR SCORE REACHES THE THRESHOLD (FIRST
      *  BOUNCE, REPEATED PART-PAID EMIS, CANCELLED MANDATE, PAYMENTS
      *  STOPPED AFTER THE MORATORIUM, NO JOB OR TOO SMALL A SALARY
      *  AFTER THE COURSE) AND EXITS WITH AN EXIT DATE
      *  WHEN THE SCORE DROPS BACK - SO THE BRANCH CALLS THE BORROWER
      *  IN WEEK ONE, NOT MONTH TWO.
           05 WTC-ACCOUNT-NO            PIC X(10).
