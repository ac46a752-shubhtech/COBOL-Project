      *  SHARED JOURNAL HISTORY RECORD -- JRNHST, KEYED BY THE
      *  JOURNALLED RECORD'S OWN KEY (ACCOUNT NUMBER FOR PLF3,
      *  CUSTOMER NUMBER FOR PLF01) THEN DATE, TIME AND A SEQUENCE
      *  THAT SEPARATES TWO CHANGES LOGGED IN THE SAME SECOND. THE
      *  NIGHTLY JRNLOAD RUN FILES EACH DAY'S JRNLOG ENTRIES HERE SO
      *  THE CHGINQ SCREEN CAN LIST EVERY CHANGE TO AN ACCOUNT OR
      *  CUSTOMER AND SET THE BEFORE AND AFTER IMAGES SIDE BY SIDE.
           05 JHS-KEY.
               10 JHS-REF               PIC X(10).
               10 JHS-DATE-N            PIC 9(08).
               10 JHS-TIME              PIC 9(06).
               10 JHS-SEQ               PIC 9(02).
           05 JHS-FILE-ID               PIC X(05).
           05 JHS-ACTION                PIC X(01).
           05 JHS-OPERATOR              PIC X(05).
      *  A BEFORE IMAGE OF LOW-VALUES MEANS THE RECORD WAS A FRESH
      *  WRITE, AS ON THE JOURNAL ITSELF.
           05 JHS-BEFORE                PIC X(200).
           05 JHS-AFTER                 PIC X(200).
