      *  SHARED ARC-SALE REGISTER RECORD -- ARCSALE (KEYED BY ACCOUNT)
      *  FOLLOWS A 90+ PROVISIONED ACCOUNT FROM THE POOL ARCPOOL OFFERS
      *  TO THE ASSET RECONSTRUCTION COMPANY THROUGH TO THE SALE
      *  ARCPOST BOOKS ONCE THE ARC CONFIRMS. THE POOL-TIME SNAPSHOT
      *  (OUTSTANDING, PROVISION HELD, LEGAL CASE, SECURITY) IS KEPT
      *  AS OFFERED; THE SALE FIELDS ARE FILLED AT POSTING. ANY MONEY
      *  THE BORROWER STILL PAYS US AFTER THE SALE BELONGS TO THE ARC
      *  - LOANPAY AND INBCR ADD IT TO ARS-PAYABLE INSTEAD OF THE DEAD
      *  LOAN, AND GLFEED CARRIES THE PAYABLE EVERY NIGHT.
           05 ARS-ACCOUNT-NO            PIC X(10).
           05 ARS-POOL-ID               PIC X(08).
           05 ARS-ARC-CODE              PIC X(06).
           05 ARS-POOL-DATE-N           PIC 9(08).
           05 ARS-OUTSTANDING           PIC 9(08).
           05 ARS-PROVISION             PIC 9(08).
      *  LEGAL CASE AT POOLING - 'O' OPEN, 'C' CLOSED, SPACE NO CASE.
           05 ARS-LGL-STATUS            PIC X(01).
           05 ARS-COL-VALUE             PIC 9(08).
           05 ARS-STATUS                PIC X(01).
               88 ARS-POOLED                  VALUE 'P'.
               88 ARS-SOLD                    VALUE 'S'.
               88 ARS-WITHDRAWN               VALUE 'W'.
           05 ARS-SALE-DATE-N           PIC 9(08).
           05 ARS-PRICE                 PIC 9(08).
      *  PRICE AGAINST NET BOOK VALUE (BALANCE LESS PROVISION).
           05 ARS-GL-SW                 PIC X(01).
               88 ARS-GAIN                    VALUE 'G'.
               88 ARS-LOSS                    VALUE 'L'.
           05 ARS-GL-AMOUNT             PIC 9(08).
           05 ARS-PAYABLE               PIC 9(09).
