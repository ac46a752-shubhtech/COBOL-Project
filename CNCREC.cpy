      *  SHARED RATE-CONCESSION SCHEME MASTER RECORD -- CNCMST (KEYED
      *  BY SCHEME CODE) REPLACES THE LOWER RATES BRANCHES USED TO
      *  KEY BY HAND. THE RULE SAYS WHO QUALIFIES: 'G' GIRL STUDENT
      *  (ATTESTED BY THE CHECKER FROM THE ADMISSION PAPERS - THE
      *  APPLICATION CARRIES NO GENDER), 'I' ADMISSION TO THE
      *  INSTITUTION NAMED IN CNC-RULE-VALUE, 'C' LOAN BACKED BY
      *  COLLATERAL ON PLF8. THE REDUCTION IS IN RATE POINTS. A
      *  PERFORMANCE-LINKED SCHEME IS WITHDRAWN BY THE YEARLY CNCREV
      *  RUN WHEN THE STUDENT FAILS. ZERO VALID-TO MEANS OPEN-ENDED.
      *  LOADED BY CNCLOAD; APPLIED AT APPROVAL BY APPRV.
           05 CNC-CODE                  PIC X(04).
           05 CNC-DESC                  PIC X(20).
           05 CNC-RULE                  PIC X(01).
               88 CNC-RULE-GIRL               VALUE 'G'.
               88 CNC-RULE-INSTITUTE          VALUE 'I'.
               88 CNC-RULE-COLLATERAL         VALUE 'C'.
           05 CNC-RULE-VALUE            PIC X(10).
           05 CNC-REDUCTION             PIC 9(01)V99.
           05 CNC-PERF-SW               PIC X(01).
               88 CNC-PERF-LINKED             VALUE 'Y'.
           05 CNC-FROM-DATE-N           PIC 9(08).
           05 CNC-TO-DATE-N             PIC 9(08).
