           05 COL-VALUE                 PIC 9(08).
           05 COL-VAL-DATE              PIC X(10).
           05 COL-VAL-DATE-N            PIC 9(08).
      *  SECURITY-RETURN TRACKING. THE APPRVQ CHECKER (CLOSACC AND
      *  FORECLOSE ITEMS) AND THE AUTOCLS NIGHT RUN MARK THE SECURITY
      *  DUE BACK WHEN THEY SETTLE THE ACCOUNT, AND A SUPERVISOR
      *  RECORDS THE HAND-BACK ON THE COLLAT SCREEN. COLREL LISTS
      *  WHAT IS STILL DUE, AGED FROM THE SETTLEMENT DATE. PRE-CHANGE
      *  RECORDS CARRY SPACES AND READ AS HELD.
           05 COL-REL-STATUS            PIC X(01).
               88 COL-HELD                    VALUE 'H' SPACE.
               88 COL-REL-DUE                 VALUE 'D'.
               88 COL-RELEASED                VALUE 'R'.
           05 COL-SETTLE-DATE-N         PIC 9(08).
           05 COL-REL-DATE-N            PIC 9(08).
           05 COL-REL-BY                PIC X(05).
