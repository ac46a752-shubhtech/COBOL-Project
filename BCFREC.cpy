      *  SHARED BALANCE-CONFIRMATION RECORD -- BALCONF (KEYED BY
      *  ACCOUNT + FISCAL YEAR) HOLDS ONE ROW PER LETTER BCFLTR SENDS
      *  AT YEAR END. THE FIGURES ARE THE ONES THE LETTER STATED: THE
      *  OUTSTANDING AND OVERDUE OFF THE MARCH 31 SNAPF POSITION, THE
      *  INTEREST CHARGED AND AMOUNT PAID OFF PLF5 FOR THE YEAR. THE
      *  BCFRSP SCREEN RECORDS THE CUSTOMER'S REPLY AGAINST IT, AND A
      *  DISPUTE RAISES A CMPLF COMPLAINT WHOSE NUMBER IS KEPT HERE.
      *  BCFRPT REPORTS THE UNCONFIRMED AND DISPUTED ONES BY BRANCH.
           05 BCF-KEY.
               10 BCF-ACCOUNT-NO        PIC X(10).
      *  THE FISCAL YEAR BY ITS OPENING CALENDAR YEAR, AS INTCERT
      *  NAMES IT - 2025 IS THE YEAR ENDED 03/31/2026.
               10 BCF-FY                PIC 9(04).
           05 BCF-CUST-NO               PIC X(10).
           05 BCF-BRANCH                PIC X(04).
           05 BCF-AS-AT-N               PIC 9(08).
           05 BCF-OUTSTANDING           PIC 9(08).
           05 BCF-INT-CHARGED           PIC 9(08).
           05 BCF-PAID                  PIC 9(08).
           05 BCF-OVERDUE               PIC 9(08).
           05 BCF-SENT-DATE-N           PIC 9(08).
           05 BCF-STATUS                PIC X(01).
               88 BCF-AWAITING                VALUE 'S'.
               88 BCF-CONFIRMED               VALUE 'C'.
               88 BCF-DISPUTED                VALUE 'D'.
           05 BCF-RESP-DATE-N           PIC 9(08).
      *  WHAT THE CUSTOMER SAYS THEY OWE, AND WHY, ON A DISPUTE.
           05 BCF-CUST-BALANCE          PIC 9(08).
           05 BCF-DISPUTE-TEXT          PIC X(40).
           05 BCF-CMP-NO                PIC 9(08).
           05 BCF-RESP-BY               PIC X(05).
           05 FILLER                    PIC X(10).
