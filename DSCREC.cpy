      *  SHARED COURSE-DISCONTINUATION RECORD -- DISCONT (KEYED BY
      *  ACCOUNT) HOLDS ONE ROW FOR EVERY LOAN WHOSE STUDENT LEFT THE
      *  COURSE EARLY. THE DISCONT SCREEN WRITES IT WHEN THE TRANCHES
      *  ARE CANCELLED AND THE MORATORIUM IS CUT SHORT; THE ORIGINAL
      *  COURSE END IS KEPT HERE BECAUSE PLF-DOE IS MOVED UP TO THE
      *  REPAYMENT START. AMORT READS IT SO A RE-RUN SCHEDULE STARTS
      *  FROM THE SHORTENED MORATORIUM, NOT THE BOOKING DATE.
           05 DSC-ACCOUNT-NO            PIC X(10).
           05 DSC-LEAVE-DATE-N          PIC 9(08).
           05 DSC-ORIG-DOE              PIC X(10).
           05 DSC-REPAY-START-N         PIC 9(08).
           05 DSC-TRN-CANCELLED         PIC 9(02).
           05 DSC-TRN-AMOUNT            PIC 9(08).
           05 DSC-PAY-CANCELLED         PIC 9(02).
           05 DSC-PAY-AMOUNT            PIC 9(08).
           05 DSC-REFUND-AMT            PIC 9(08).
           05 DSC-REFUND-DATE-N         PIC 9(08).
           05 DSC-DATE-N                PIC 9(08).
           05 DSC-OPERATOR              PIC X(05).
