      *  SHARED POST-COURSE EMPLOYMENT RECORD -- EMPLF (KEYED BY
      *  ACCOUNT) HOLDS WHAT THE BRANCH LEARNS ABOUT THE STUDENT'S
      *  PLACEMENT ONCE THE COURSE ENDS. CAPTURED ON THE EMPCAP
      *  SCREEN (PROMPTED BY THE EMPPRMT LIST), READ BY WATCH FOR ITS
      *  SCORE AND BY DUNNING FOR THE TONE OF THE CHASE. THE OFFER
      *  FLAG IS SET WHEN THE SALARY CANNOT CARRY THE SCHEDULED EMI
      *  AND IS MARKED TAKEN WHEN RESTRUCT RESETS THE TERMS.
           05 EMP-ACCOUNT-NO            PIC X(10).
           05 EMP-STATUS                PIC X(01).
               88 EMP-EMPLOYED                VALUE 'E'.
               88 EMP-UNEMPLOYED              VALUE 'U'.
           05 EMP-EMPLOYER              PIC X(20).
           05 EMP-START-DATE-N          PIC 9(08).
           05 EMP-SALARY                PIC 9(07).
           05 EMP-VERIFIED              PIC X(01).
               88 EMP-IS-VERIFIED             VALUE 'Y'.
           05 EMP-VERIFY-BY             PIC X(05).
           05 EMP-CAPTURE-DATE-N        PIC 9(08).
           05 EMP-OPERATOR              PIC X(05).
           05 EMP-RST-OFFER             PIC X(01).
               88 EMP-RST-OFFERED             VALUE 'Y'.
               88 EMP-RST-TAKEN               VALUE 'T'.
