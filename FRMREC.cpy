      *  SHARED FOREIGN OUTWARD REMITTANCE RECORD -- FXRMT (KEYED BY
      *  ACCOUNT + TRANCHE, THE SAME REFERENCE AS PAYOUTF) IS RAISED
      *  BY DISBURSE IN PLACE OF THE DOMESTIC PAYOUT WHEN THE COLLEGE
      *  IS PAID IN FOREIGN CURRENCY. PAYCUT CUTS THE SWIFT FILE FROM
      *  THE NEW RECORDS; PAYACK POSTS THE ACKNOWLEDGMENT. A RETURN
      *  PUTS THE RUPEES ORIGINALLY DEBITED BACK ON THE LOAN, AND THE
      *  RETURNED CURRENCY IS VALUED AT THE RETURN DATE'S CARD - THE
      *  DIFFERENCE IS THE BANK'S EXCHANGE GAIN OR LOSS, WHICH GLFEED
      *  BOOKS ON THE RETURN DATE.
           05 FRM-KEY.
               10 FRM-ACCOUNT-NO        PIC X(10).
               10 FRM-TRANCHE-NO        PIC 9(02).
           05 FRM-BEN-CODE              PIC X(10).
           05 FRM-BANK-ACCT             PIC X(16).
           05 FRM-SWIFT                 PIC X(11).
           05 FRM-CURRENCY              PIC X(03).
           05 FRM-FX-AMOUNT             PIC 9(07)V99.
           05 FRM-RATE                  PIC 9(03)V9(04).
           05 FRM-INR-AMOUNT            PIC 9(08).
           05 FRM-DATE-N                PIC 9(08).
           05 FRM-STATUS                PIC X(01).
               88 FRM-NEW                     VALUE 'N'.
               88 FRM-SENT                    VALUE 'S'.
               88 FRM-ACKED                   VALUE 'A'.
               88 FRM-FAILED                  VALUE 'F'.
               88 FRM-CANCELLED               VALUE 'X'.
           05 FRM-RET-RATE              PIC 9(03)V9(04).
           05 FRM-RET-INR               PIC 9(08).
           05 FRM-RET-DATE-N            PIC 9(08).
           05 FRM-GL-SW                 PIC X(01).
               88 FRM-FX-GAIN                 VALUE 'G'.
               88 FRM-FX-LOSS                 VALUE 'L'.
           05 FRM-GL-AMOUNT             PIC 9(08).
           05 FRM-OPERATOR              PIC X(05).
