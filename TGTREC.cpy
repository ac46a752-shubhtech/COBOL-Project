      *  SHARED BRANCH TARGET RECORD -- TGTMST (KEYED BY BRANCH CODE +
      *  FISCAL YEAR). THE YEAR'S BUSINESS TARGET HEAD OFFICE SETS
      *  EACH BRANCH: HOW MANY LOANS TO SANCTION, HOW MUCH TO DISBURSE
      *  AND THE RECOVERY PERCENTAGE TO HOLD. THE FISCAL YEAR RUNS
      *  APRIL TO MARCH AND IS CARRIED AS THE YEAR IT STARTS IN (2026
      *  IS APRIL 2026 - MARCH 2027). LOADED BY TGTLOAD; THE MONTHLY
      *  TGTMIS RUN MEASURES EACH BRANCH AGAINST IT.
           05 TGT-KEY.
               10 TGT-BRANCH            PIC X(04).
               10 TGT-FY                PIC 9(04).
           05 TGT-SANCTIONS             PIC 9(05).
           05 TGT-DISB-AMT              PIC 9(10).
           05 TGT-RECOVERY-PCT          PIC 9(03)V99.
