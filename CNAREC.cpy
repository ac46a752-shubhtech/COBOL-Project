      *  SHARED ACCOUNT-CONCESSION RECORD -- CNCACC (KEYED BY LOAN
      *  ACCOUNT) RECORDS THE SCHEME APPRV APPLIED AT BOOKING: THE
      *  CODE, THE REDUCTION ACTUALLY GIVEN AND THE SLAB RATE BEFORE
      *  IT, SO A LATER CHANGE TO THE MASTER NEVER ALTERS WHAT IS
      *  RESTORED. THE PERFORMANCE SWITCH IS CARRIED FROM THE MASTER.
      *  CNCREV MARKS THE RECORD WITHDRAWN, WITH THE DATE AND THE
      *  FAILED STUDY YEAR, WHEN IT PUTS THE REDUCTION BACK ON.
           05 CNA-ACCOUNT-NO            PIC X(10).
           05 CNA-CODE                  PIC X(04).
           05 CNA-REDUCTION             PIC 9(01)V99.
           05 CNA-PERF-SW               PIC X(01).
               88 CNA-PERF-LINKED             VALUE 'Y'.
           05 CNA-BASE-RATE             PIC 9(02)V99.
           05 CNA-STATUS                PIC X(01).
               88 CNA-APPLIED                 VALUE 'A'.
               88 CNA-WITHDRAWN               VALUE 'W'.
           05 CNA-APPLY-DATE-N          PIC 9(08).
           05 CNA-APPLY-BY              PIC X(05).
           05 CNA-WDRAW-DATE-N          PIC 9(08).
           05 CNA-WDRAW-YEAR            PIC 9(02).
