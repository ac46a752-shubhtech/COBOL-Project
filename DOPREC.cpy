      *  SHARED DELEGATION-OF-POWERS RECORD -- DOPMST (KEYED BY THE
      *  ACTION TYPE AND THE AUTHORITY LEVEL). ONE ROW PER ACTION A
      *  LEVEL MAY PASS, CARRYING THE MONEY LIMIT UP TO WHICH IT MAY
      *  PASS IT. THE LEVEL IS THE ONE OPSEC CARRIES FOR EACH OPERATOR
      *  (1 BRANCH OFFICER, 2 BRANCH MANAGER, 3 REGIONAL OFFICE, 4 HEAD
      *  OFFICE); A LEVEL WITH NO ROW FOR AN ACTION HAS NO POWER OVER
      *  IT. AN ITEM ABOVE THE CHECKER'S LIMIT IS ROUTED TO THE LOWEST
      *  HIGHER LEVEL WHOSE LIMIT COVERS IT. LOADED BY DOPLOAD.
           05 DOP-KEY.
               10 DOP-ACTION            PIC X(01).
                   88 DOP-SANCTION            VALUE 'S'.
                   88 DOP-TOPUP               VALUE 'T'.
                   88 DOP-RESTRUCTURE         VALUE 'R'.
                   88 DOP-WRITE-OFF           VALUE 'W'.
                   88 DOP-REFUND              VALUE 'D'.
                   88 DOP-PAYMENT             VALUE 'P'.
                   88 DOP-FREEZE-LIFT         VALUE 'Z'.
                   88 DOP-SETTLEMENT          VALUE 'F'.
                   88 DOP-WAIVER              VALUE 'V'.
               10 DOP-LEVEL             PIC 9(01).
           05 DOP-LIMIT                 PIC 9(09).
           05 DOP-LEVEL-NAME            PIC X(20).
           05 DOP-LOAD-DATE-N           PIC 9(08).
