      *  REMITTANCE BEHIND A TRANCHE RELEASE IS CUT FROM THE SYSTEM
      *  INSTEAD OF BEING A MANUAL NEFT SOMEONE KEYS ELSEWHERE.
      *  LOADED BY BENLOAD; DISBURSE REFUSES A RELEASE WHEN THE
      *  COLLEGE HAS NO BENEFICIARY ON FILE. AN OVERSEAS COLLEGE IS
      *  PAID IN ITS OWN CURRENCY THROUGH ITS SWIFT CODE (THE IFSC
      *  IS THEN BLANK) - A FOREIGN OUTWARD REMITTANCE ON FXRMT
      *  TAKES THE PLACE OF THE DOMESTIC PAYOUT.
           05 BEN-CODE                  PIC X(10).
           05 BEN-BANK-NAME             PIC X(20).
           05 BEN-BANK-ACCT             PIC X(16).
           05 BEN-IFSC                  PIC X(11).
           05 BEN-CURRENCY              PIC X(03).
               88 BEN-RUPEE                   VALUE 'INR' SPACES.
           05 BEN-SWIFT                 PIC X(11).
