      *  SHARED RATE-HISTORY RECORD -- RATEHST (KEYED BY ACCOUNT +
      *  EFFECTIVE DATE + TIME) HOLDS ONE ROW EACH TIME THE RATE IN
      *  FORCE ON A LOAN ACCOUNT IS SET: AT BOOKING (APPRV), ON A
      *  TOP-UP (TOPUP), ON A RESTRUCTURE WITH A KEYED RATE
      *  (RESTRUCT), ON A CIRCULAR REVISION (REPRICE) AND WHEN A
      *  CONCESSION IS WITHDRAWN (CNCREV). THE LEDGER ONLY CARRIES
      *  THE BALANCE, SO THIS IS WHAT LETS THE INTAUD RECOMPUTATION
      *  KNOW WHICH RATE APPLIED ON ANY GIVEN DAY.
           05 RTH-KEY.
               10 RTH-ACCOUNT-NO        PIC X(10).
               10 RTH-EFF-DATE-N        PIC 9(08).
               10 RTH-TIME              PIC 9(06).
           05 RTH-RATE                  PIC 9(02)V99.
           05 RTH-REASON                PIC X(01).
               88 RTH-BOOKING                 VALUE 'B'.
               88 RTH-TOPUP                   VALUE 'T'.
               88 RTH-RESTRUCTURE             VALUE 'S'.
               88 RTH-REPRICE                 VALUE 'P'.
               88 RTH-CONC-WITHDRAWN          VALUE 'C'.
           05 RTH-OPERATOR              PIC X(05).
