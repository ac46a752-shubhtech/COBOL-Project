                   88 PND-REFUND              VALUE 'R'.
                   88 PND-BRXFER              VALUE 'B'.
                   88 PND-FREEZE              VALUE 'Z'.
      *  A CHARGE OR PENAL WAIVER - THE FEE CODE AND REASON ARE ON
      *  THE WAIVF ROW THE WAIVER SCREEN REGISTERED WITH IT.
                   88 PND-WAIVER              VALUE 'W'.
      *  A PERIOD REOPEN IS NOT AN ACCOUNT ITEM - IT IS QUEUED FROM
      *  OPSDSP UNDER THE FIXED KEY 'PERIOD' WITH THE CLOSED-THROUGH
      *  DATE BEING REOPENED IN PND-AMOUNT.
                   88 PND-PERIOD-REOPEN       VALUE 'K'.
           05 PND-AMOUNT                PIC 9(08).
           05 PND-MAKER                 PIC X(05).
           05 PND-DATE                  PIC X(10).
      *  LIVE ONE THE NIGHTLY ACCRUAL MAY HAVE MOVED SINCE. ZERO
      *  MEANS NO QUOTE WAS TENDERED.
           05 PND-QUOTE-NO              PIC 9(08).
      *  AN ITEM ABOVE THE CHECKER'S DELEGATED LIMIT STAYS QUEUED AND
      *  IS ROUTED UP - THE AUTHORITY LEVEL NOW NEEDED TO PASS IT.
      *  ZERO MEANS ANY CHECKER WITH POWER OVER THE ACTION.
           05 PND-ROUTE-LEVEL           PIC 9(01).
