      *  SHARED VALUE-DATED REPAYMENT RECORD -- VALDTF, KEYED BY THE
      *  RECEIPT NUMBER. A REPAYMENT WHOSE VALUE DATE (THE DAY THE
      *  BANK ACTUALLY HELD THE MONEY) IS EARLIER THAN THE DAY IT WAS
      *  POSTED - A HUB CREDIT INBCR PICKS UP LATE, OR A PARKED ONE
      *  SUSFIX RE-POINTS DAYS LATER - IS REGISTERED HERE PENDING.
      *  THE NIGHTLY VALADJ RUN RE-WORKS THE INTEREST AND PENAL THE
      *  ACCRUAL CHARGED BETWEEN THE TWO DATES AND CREDITS THE
      *  DIFFERENCE BACK AS A 'J' LEDGER ROW, MARKING THE ENTRY DONE.
           05 VDT-RCPT-NO               PIC 9(08).
           05 VDT-ACCOUNT-NO            PIC X(10).
           05 VDT-VALUE-DATE-N          PIC 9(08).
           05 VDT-POST-DATE-N           PIC 9(08).
           05 VDT-AMOUNT                PIC 9(08).
           05 VDT-INT-PART              PIC 9(08).
           05 VDT-PRIN-PART             PIC 9(08).
           05 VDT-SOURCE                PIC X(05).
           05 VDT-STATUS                PIC X(01).
               88 VDT-PENDING                 VALUE 'P'.
               88 VDT-ADJUSTED                VALUE 'A'.
               88 VDT-NOTHING-DUE             VALUE 'N'.
               88 VDT-CANCELLED               VALUE 'X'.
           05 VDT-ADJ-INT               PIC 9(08).
           05 VDT-ADJ-PENAL             PIC 9(08).
           05 VDT-ADJ-DATE-N            PIC 9(08).
