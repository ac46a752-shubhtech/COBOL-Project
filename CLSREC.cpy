      *  SHARED CO-LENDING SPLIT RECORD -- CLSPLT CARRIES ONE ROW PER
      *  PLF5 MOVEMENT ON A CO-LENT ACCOUNT (SAME KEY AS THE LEDGER
      *  ROW) WITH THE BANK'S AND THE PARTNER'S PORTIONS. THE CLASS
      *  SAYS WHICH WAY THE MONEY RUNS BETWEEN THE LENDERS: FUNDING IS
      *  OWED BY THE PARTNER, COLLECTIONS ARE OWED TO THE PARTNER,
      *  INTEREST AND CHARGES ARE BOOK ENTRIES FOR THE STATEMENT. A
      *  '-' SIGN MARKS A REVERSAL OR BOUNCE, OR A WAIVER OR INTEREST
      *  ADJUSTMENT GIVING BACK WHAT WAS BILLED. WRITTEN BY CLSPLIT (AND
      *  BY CLNLOAD FOR THE PARTNER'S BUY-IN AND BUY-BACK), SETTLED
      *  MONTHLY BY CLSETL, WHICH STAMPS THE SETTLEMENT MONTH.
           05 CLS-KEY.
               10 CLS-ACCOUNT-NO        PIC X(10).
               10 CLS-TXN-DATE-N        PIC 9(08).
               10 CLS-TXN-TIME          PIC 9(06).
           05 CLS-PARTNER               PIC X(06).
           05 CLS-TXN-TYPE              PIC X(01).
           05 CLS-CLASS                 PIC X(01).
               88 CLS-FUNDING                 VALUE 'F'.
               88 CLS-COLLECTION              VALUE 'C'.
               88 CLS-INTEREST                VALUE 'I'.
               88 CLS-CHARGE                  VALUE 'E'.
           05 CLS-SIGN                  PIC X(01).
               88 CLS-REVERSING               VALUE '-'.
           05 CLS-TXN-AMOUNT            PIC 9(08).
           05 CLS-BANK-AMOUNT           PIC 9(08).
           05 CLS-PTR-AMOUNT            PIC 9(08).
           05 CLS-SHARE-PCT             PIC 9(03)V99.
           05 CLS-SETTLE-MONTH          PIC 9(06).
               88 CLS-UNSETTLED               VALUE 0.
