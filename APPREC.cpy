      *  WHERE A SECOND OPERATOR REVIEWS THE ENTRY AND ONLY AN APPROVAL
      *  CREATES THE LIVE RECORDS. THE IMAGES ARE THE EXACT PLF01REC /
      *  PLF3REC / GUARANTOR LAYOUTS SO APPROVAL IS A STRAIGHT MOVE.
      *  APP-DATE IS THE CAPTURE DATE WHILE PENDING AND IS RESTAMPED
      *  WITH THE SANCTION DATE WHEN APPRV APPROVES (MM/DD/YYYY).
           05 APP-ACCOUNT-NO            PIC X(10).
           05 APP-CUST-IMAGE            PIC X(148).
           05 APP-ACC-IMAGE             PIC X(130).
           05 APP-MAKER                 PIC X(05).
           05 APP-CHECKER               PIC X(05).
           05 APP-DATE                  PIC X(10).
      *  A SANCTION ABOVE THE CHECKER'S DELEGATED LIMIT STAYS PENDING,
      *  ROUTED UP TO THE AUTHORITY LEVEL THAT MAY PASS IT (0 = NOT
      *  ROUTED).
           05 APP-ROUTE-LEVEL           PIC 9(01).
