      *  SHARED RATE-TERMS RECORD -- RATETRM (KEYED BY ACCOUNT) SAYS
      *  HOW THE RATE ON A LOAN MOVES. 'X' FIXED: THE RATE BOOKED IS
      *  THE RATE FOR LIFE AND REPRICE LEAVES THE ACCOUNT ALONE. 'F'
      *  FLOATING: THE RATE FOLLOWS THE CIRCULARS, BUT ON A RESET
      *  SCHEDULE - REPRICE ONLY TAKES A CARD ONCE RTT-NEXT-RESET-N
      *  HAS COME, THEN ROLLS IT ON BY RTT-RESET-MONTHS. A FLOATING
      *  ROW WITH ZERO MONTHS, LIKE AN ACCOUNT WITH NO ROW AT ALL,
      *  RESETS AT EVERY CIRCULAR - THE WAY THE BOOK HAS ALWAYS RUN.
      *  THE RESET DAY IS HELD AT THE 28TH OR EARLIER SO IT FALLS IN
      *  EVERY MONTH. LOADED BY RTTLOAD; READ BY REPRICE AND ALMGAP.
           05 RTT-ACCOUNT-NO            PIC X(10).
           05 RTT-TYPE                  PIC X(01).
               88 RTT-FIXED                   VALUE 'X'.
               88 RTT-FLOATING                VALUE 'F'.
           05 RTT-RESET-MONTHS          PIC 9(02).
           05 RTT-NEXT-RESET-N          PIC 9(08).
           05 RTT-LAST-RESET-N          PIC 9(08).
           05 FILLER                    PIC X(11).
