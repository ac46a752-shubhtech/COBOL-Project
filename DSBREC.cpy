      *  BOOKING (KEY = ACCOUNT + TRANCHE NUMBER) AND THE DISBURSE
      *  SCREEN RELEASES THEM ONE AT A TIME INTO PLF-LOAN-AMT1, SO
      *  INTEREST ACCRUES ONLY ON WHAT HAS ACTUALLY BEEN PAID OUT.
      *  DISCONT CANCELS WHATEVER IS STILL UNRELEASED WHEN THE
      *  STUDENT LEAVES THE COURSE EARLY. A TRANCHE FOR A COLLEGE
      *  ABROAD CARRIES THE COLLEGE'S CURRENCY (STAMPED BY APPRV FROM
      *  BENF); ON RELEASE DISBURSE RECORDS THE FOREIGN AMOUNT AND
      *  THE CARD RATE USED, AND PLF7-AMOUNT BECOMES THE RUPEE
      *  EQUIVALENT ACTUALLY DEBITED TO THE LOAN.
           05 PLF7-KEY.
               10 PLF7-ACCOUNT-NO       PIC X(10).
               10 PLF7-TRANCHE-NO       PIC 9(02).
               88 PLF7-PENDING                VALUE 'P'.
               88 PLF7-DISBURSED              VALUE 'D'.
               88 PLF7-REMIT-FAILED           VALUE 'F'.
               88 PLF7-CANCELLED              VALUE 'X'.
           05 PLF7-DISB-DATE            PIC X(10).
           05 PLF7-CURRENCY             PIC X(03).
               88 PLF7-RUPEE                  VALUE 'INR' SPACES.
           05 PLF7-FX-AMOUNT            PIC 9(07)V99.
           05 PLF7-FX-RATE              PIC 9(03)V9(04).
