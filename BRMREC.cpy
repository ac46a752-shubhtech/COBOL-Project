      *  SHARED BRANCH MASTER RECORD -- BRMST (KEYED BY THE FOUR-BYTE
      *  BRANCH CODE CARRIED IN PLF-BRANCH-CODE / PLF-BRANCH-CODE1).
      *  NAME, IFSC AND ADDRESS FOR THE PRINTS, AND THE REGION AND
      *  ZONE THE BRANCH REPORTS TO, SO THE PORTFOLIO REPORTS CAN
      *  ROLL BRANCH FIGURES UP TO THE REGIONAL OFFICES. A CLOSED
      *  BRANCH STAYS ON FILE FOR ITS HISTORY BUT TAKES NO NEW
      *  CUSTOMERS, LOANS OR TRANSFERS-IN - CUST, APPRV AND BRXFER
      *  REFUSE IT. LOADED BY BRMLOAD.
           05 BRM-CODE                  PIC X(04).
           05 BRM-NAME                  PIC X(20).
           05 BRM-IFSC                  PIC X(11).
           05 BRM-ADDRESS               PIC X(30).
           05 BRM-REGION                PIC X(04).
           05 BRM-ZONE                  PIC X(04).
           05 BRM-STATUS                PIC X(01).
               88 BRM-OPEN                    VALUE 'O'.
               88 BRM-CLOSED                  VALUE 'C'.
           05 BRM-CLOSE-DATE-N          PIC 9(08).
