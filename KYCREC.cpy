      *  SHARED KYC RECORD -- KYCF, KEYED BY CUSTOMER NUMBER. ONE
      *  RECORD PER CUSTOMER CARRYING THE RISK CATEGORY, WHEN KYC WAS
      *  LAST VERIFIED, WHICH DOCUMENTS WERE SEEN AND WHEN RE-KYC
      *  FALLS DUE (TWO, EIGHT OR TEN YEARS ON FOR HIGH, MEDIUM AND
      *  LOW RISK). KEPT ON THE KYCMNT SCREEN; THE MONTHLY KYCDUE RUN
      *  LISTS CUSTOMERS COMING DUE AND QUEUES THE RE-KYC LETTER, AND
      *  DISBURSE AND TOPUP REFUSE NEW MONEY ONCE THE DUE DATE HAS
      *  PASSED. REPAYMENTS ARE NEVER STOPPED BY A LAPSED KYC.
           05 KYC-CUST-NO               PIC X(10).
           05 KYC-RISK                  PIC X(01).
               88 KYC-RISK-HIGH               VALUE 'H'.
               88 KYC-RISK-MEDIUM             VALUE 'M'.
               88 KYC-RISK-LOW                VALUE 'L'.
               88 KYC-RISK-VALID              VALUE 'H' 'M' 'L'.
           05 KYC-VERIFY-DATE-N         PIC 9(08).
      *  OFFICIALLY VALID DOCUMENTS SEEN AT THE LAST VERIFICATION -
      *  UP TO THREE CODES, UNUSED SLOTS SPACES.
           05 KYC-DOCS.
               10 KYC-DOC-SEEN          PIC X(04) OCCURS 3 TIMES.
                   88 KYC-DOC-VALID           VALUE 'PAN ' 'AADH'
                                                    'PASS' 'VOTR'
                                                    'DLIC' 'NREG'.
           05 KYC-NEXT-DUE-N            PIC 9(08).
           05 KYC-VERIFIED-BY           PIC X(05).
      *  DATE THE RE-KYC LETTER FOR THE CURRENT CYCLE WAS QUEUED -
      *  EARLIER THAN THE VERIFICATION DATE MEANS NOT YET SENT.
           05 KYC-LETTER-DATE-N         PIC 9(08).
