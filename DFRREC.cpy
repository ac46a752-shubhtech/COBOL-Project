      *  SHARED DEAF REGISTER RECORD -- DEAFREG (KEYED BY THE SOURCE
      *  TYPE AND ITS OWN REFERENCE: THE REFUND VOUCHER NUMBER OR
      *  THE ICRSUS UTR) HOLDS ONE ROW FOR EVERY UNCLAIMED CREDIT THE
      *  YEARLY DEAFXFR BATCH TRANSFERRED TO THE RBI DEPOSITOR
      *  EDUCATION AND AWARENESS FUND. THE DEAFCB SCREEN MARKS IT
      *  CLAIMED WHEN THE CUSTOMER TURNS UP, AND GLFEED BOOKS THE
      *  RECLAIM FROM THE FUND ON THE CLAIM DATE.
           05 DFR-KEY.
               10 DFR-SRC-TYPE          PIC X(01).
                   88 DFR-SRC-REFUND          VALUE 'R'.
                   88 DFR-SRC-CREDIT          VALUE 'C'.
               10 DFR-SRC-REF           PIC X(16).
           05 DFR-ACCOUNT-NO            PIC X(10).
           05 DFR-AMOUNT                PIC 9(08).
           05 DFR-ORIG-DATE-N           PIC 9(08).
           05 DFR-XFER-DATE-N           PIC 9(08).
           05 DFR-STATUS                PIC X(01).
               88 DFR-TRANSFERRED             VALUE 'T'.
               88 DFR-CLAIMED                 VALUE 'C'.
           05 DFR-CLAIM-DATE-N          PIC 9(08).
           05 DFR-CLAIM-BY              PIC X(05).
           05 DFR-CLAIM-RFD-NO          PIC 9(08).
