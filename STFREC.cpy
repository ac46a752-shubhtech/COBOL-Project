      *  SHARED STAFF-LINK RECORD -- STFLNK (KEYED BY CUSTOMER +
      *  OPERATOR ID) TIES AN OPERATOR TO THE CUSTOMER NUMBERS OF
      *  THEMSELVES AND THE RELATIVES THEY HAVE DECLARED. EVERY
      *  POSTING SCREEN AND THE APPRVQ CHECKER READ IT ON THE
      *  ACCOUNT'S PLF-CUST1-NO AND THE SIGNED-ON OPERATOR AND REFUSE
      *  TO ACT WHEN THE ROW EXISTS - NOBODY WORKS THEIR OWN OR THEIR
      *  FAMILY'S LOAN. LOADED BY STFLOAD FROM THE DECLARATIONS HR
      *  HOLDS; STFRPT LISTS THE LINKED ACCOUNTS MONTHLY FOR THE
      *  VIGILANCE CELL.
           05 STF-KEY.
               10 STF-CUST-NO           PIC X(10).
               10 STF-OPID              PIC X(05).
           05 STF-RELATION              PIC X(01).
               88 STF-SELF                    VALUE 'S'.
               88 STF-RELATIVE                VALUE 'R'.
           05 STF-DECL-DATE-N           PIC 9(08).
           05 FILLER                    PIC X(06).
