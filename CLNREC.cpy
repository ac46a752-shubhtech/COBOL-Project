      *  SHARED CO-LENDING RECORD -- CLNMST (KEYED BY ACCOUNT) MARKS A
      *  LOAN AS PART-FUNDED BY A CO-LENDING PARTNER (AN NBFC) AND
      *  HOLDS THE PARTNER'S SHARE IN PERCENT. LOADED BY CLNLOAD FROM
      *  THE AGREED POOL LIST; CLSPLIT SPLITS EVERY NIGHT'S PLF5 ROWS
      *  BY THE SHARE INTO CLSPLT AND KEEPS THE PARTNER'S RUNNING BOOK
      *  BELOW; CLSETL SETTLES THE MONTH WITH THE PARTNER AND CLRECON
      *  TIES THE BOOK TO THE PARTNER'S RETURNED FILE.
           05 CLN-ACCOUNT-NO            PIC X(10).
           05 CLN-PARTNER               PIC X(06).
           05 CLN-SHARE-PCT             PIC 9(03)V99.
           05 CLN-START-DATE-N          PIC 9(08).
           05 CLN-STATUS                PIC X(01).
               88 CLN-ACTIVE                  VALUE 'A'.
               88 CLN-ENDED                   VALUE 'E'.
           05 CLN-PTR-FUNDED            PIC 9(09).
           05 CLN-PTR-COLLECTED         PIC 9(09).
           05 CLN-PTR-INTEREST          PIC 9(09).
           05 CLN-PTR-CHARGES           PIC 9(09).
           05 CLN-PTR-OS                PIC 9(09).
           05 CLN-LAST-DATE-N           PIC 9(08).
