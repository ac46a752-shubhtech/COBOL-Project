      *  START: A SECOND RUN ON THE SAME BUSINESS DATE IS REFUSED, AND
      *  THE POST-ACCRUAL JOBS REFUSE TO RUN BEFORE INTACR HAS ENDED
      *  FOR THE DATE. THE OPSDSP SCREEN SHOWS TONIGHT'S RUN STATE.
      *  RECORD 'PERIOD  ' IS THE ACCOUNTING-PERIOD LOCK SET BY THE
      *  PERCLOSE MONTH-END CLOSE: RUN-BUSDATE-N IS THE CLOSED-THROUGH
      *  MONTH-END DATE, RUN-LAST-DATE-N THE DATE OF THE LAST CLOSE OR
      *  REOPEN AND RUN-STATUS C OR O. NOTHING POSTS ON OR BEFORE THE
      *  CLOSED-THROUGH DATE; A REOPEN IS A SUPERVISOR REQUEST FROM
      *  OPSDSP PASSED BY A SECOND SUPERVISOR ON APPRVQ.
      *  RECORD 'OPSCERT ' IS THE QUARTERLY ACCESS RECERTIFICATION:
      *  RUN-BUSDATE-N IS THE CERTIFICATION DEADLINE, RUN-LAST-DATE-N
      *  THE REVIEW DATE AND RUN-STATUS S WHILE THE CARDS ARE OUT, E
      *  ONCE OPSCERT HAS LOCKED THE UNCERTIFIED IDS AT THE DEADLINE.
           05 RUN-JOB                   PIC X(08).
           05 RUN-BUSDATE-N             PIC 9(08).
           05 RUN-LAST-DATE-N           PIC 9(08).
           05 RUN-STATUS                PIC X(01).
               88 RUN-STARTED                 VALUE 'S'.
               88 RUN-ENDED                   VALUE 'E'.
               88 RUN-PERIOD-CLOSED           VALUE 'C'.
               88 RUN-PERIOD-REOPENED         VALUE 'O'.
