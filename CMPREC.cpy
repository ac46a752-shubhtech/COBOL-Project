      *  SHARED COMPLAINT REGISTER RECORD -- CMPLF (KEYED BY THE
      *  COMPLAINT NUMBER ISSUED GAP-FREE FROM THE LASTCMPL CONTROL
      *  RECORD ON RCPCTL) REPLACES THE PAPER GRIEVANCE REGISTER. THE
      *  COMPLT SCREEN LOGS A COMPLAINT AGAINST A CUSTOMER AND ACCOUNT
      *  AND MOVES IT THROUGH TO RESOLUTION; THE NIGHTLY CMPAGE RUN
      *  ESCALATES ANYTHING STILL OPEN PAST THE TURNAROUND FOR ITS
      *  CATEGORY, AND THE MONTHLY CMPRET RUN CUTS THE GRIEVANCE
      *  RETURN. A COMPLAINT ABOUT A RECOVERY AGENT CARRIES THE AGENT
      *  AND DATE OF THE ALLOCF ALLOCATION IT ARISES FROM, WHICH IS
      *  HOW AGTPERF COUNTS COMPLAINTS PER AGENT.
           05 CMP-NO                    PIC 9(08).
           05 CMP-CUST-NO               PIC X(10).
           05 CMP-ACCOUNT-NO            PIC X(10).
           05 CMP-BRANCH                PIC X(04).
           05 CMP-CATEGORY              PIC X(01).
               88 CMP-CAT-EMI-DEBIT           VALUE 'E'.
               88 CMP-CAT-TRANCHE             VALUE 'T'.
               88 CMP-CAT-CERTIFICATE         VALUE 'C'.
               88 CMP-CAT-AGENT               VALUE 'A'.
               88 CMP-CAT-OTHER               VALUE 'O'.
               88 CMP-CAT-VALID               VALUE 'E' 'T' 'C' 'A'
                                                    'O'.
           05 CMP-CHANNEL               PIC X(01).
               88 CMP-CHN-BRANCH              VALUE 'B'.
               88 CMP-CHN-PHONE               VALUE 'P'.
               88 CMP-CHN-EMAIL               VALUE 'E'.
               88 CMP-CHN-LETTER              VALUE 'L'.
               88 CMP-CHN-OMBUDSMAN           VALUE 'R'.
               88 CMP-CHN-VALID               VALUE 'B' 'P' 'E' 'L'
                                                    'R'.
           05 CMP-DETAIL                PIC X(40).
           05 CMP-ASSIGNED              PIC X(05).
           05 CMP-STATUS                PIC X(01).
               88 CMP-OPEN                    VALUE 'O'.
               88 CMP-ESCALATED               VALUE 'E'.
               88 CMP-RESOLVED                VALUE 'R'.
               88 CMP-PENDING                 VALUE 'O' 'E'.
           05 CMP-LOG-DATE-N            PIC 9(08).
      *  TURNAROUND IN CALENDAR DAYS FOR THE CATEGORY, FIXED WHEN THE
      *  COMPLAINT IS LOGGED SO A LATER CHANGE OF POLICY DOES NOT
      *  MOVE THE GOALPOSTS ON COMPLAINTS ALREADY RUNNING.
           05 CMP-TAT-DAYS              PIC 9(03).
           05 CMP-MAKER                 PIC X(05).
      *  ESCALATION LEVEL - 1 ONCE PAST THE TURNAROUND (BRANCH
      *  MANAGER), 2 ONCE PAST TWICE THE TURNAROUND (NODAL OFFICER).
           05 CMP-ESC-LEVEL             PIC 9(01).
           05 CMP-ESC-DATE-N            PIC 9(08).
           05 CMP-AGT-CODE              PIC X(05).
           05 CMP-ALO-DATE-N            PIC 9(08).
           05 CMP-RESOLUTION            PIC X(30).
           05 CMP-RESOLVE-DATE-N        PIC 9(08).
           05 CMP-RESOLVED-BY           PIC X(05).
