      *  AMOUNT OVER THE PAYABLE, BAD RECORD. THE SUSFIX SCREEN
      *  RE-POINTS A PARKED ITEM TO THE RIGHT ACCOUNT (POSTING IT THE
      *  WAY LOANPAY WOULD) OR RETURNS IT TO THE HUB, THE WAY GLFIX
      *  WORKS GLSUSP. AN ITEM LEFT PARKED PAST THE STATUTORY AGE IS
      *  TRANSFERRED TO THE RBI DEAF BY DEAFXFR.
           05 ICR-UTR-REF               PIC X(16).
           05 ICR-ACCOUNT-REF           PIC X(10).
           05 ICR-AMOUNT                PIC 9(08).
               88 ICR-PARKED                  VALUE 'P'.
               88 ICR-APPLIED                 VALUE 'A'.
               88 ICR-RETURNED                VALUE 'R'.
               88 ICR-DEAF                    VALUE 'F'.
