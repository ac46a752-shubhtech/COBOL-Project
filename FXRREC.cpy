      *  SHARED EXCHANGE-RATE CARD RECORD -- FXRATE (KEYED BY
      *  CURRENCY + CARD DATE) HOLDS THE TREASURY'S DAILY TT SELLING
      *  RATE, RUPEES PER UNIT OF FOREIGN CURRENCY, AS LOADED EACH
      *  MORNING BY FXLOAD. DISBURSE CONVERTS AN OVERSEAS TRANCHE AT
      *  THE DAY'S CARD AND PAYACK VALUES A RETURNED REMITTANCE AT
      *  THE CARD OF THE RETURN DATE.
           05 FXR-KEY.
               10 FXR-CURRENCY          PIC X(03).
               10 FXR-DATE-N            PIC 9(08).
           05 FXR-RATE                  PIC 9(03)V9(04).
