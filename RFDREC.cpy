      *  EXACT SETTLEMENT FIGURE AT CLOSURE OR FORECLOSURE. RAISED BY
      *  THE APPRVQ SETTLEMENT POSTING; RELEASED ONLY THROUGH A
      *  SECOND-OPERATOR APPROVAL (QUEUE TYPE R); SWEPT STALE BY
      *  RFDSWP WHEN IT SITS UNCLAIMED PAST THE HORIZON; TRANSFERRED
      *  TO THE RBI DEAF BY DEAFXFR ONCE PAST THE STATUTORY AGE.
      *  GLFEED REPORTS THE PAYABLE AND ITS RELEASE FROM THESE
      *  STATUSES.
           05 RFD-NO                    PIC 9(08).
           05 RFD-ACCOUNT-NO            PIC X(10).
           05 RFD-AMOUNT                PIC 9(08).
               88 RFD-PENDING                 VALUE 'P'.
               88 RFD-PAID                    VALUE 'D'.
               88 RFD-STALE                   VALUE 'S'.
               88 RFD-DEAF                    VALUE 'F'.
           05 RFD-MAKER                 PIC X(05).
           05 RFD-CHECKER               PIC X(05).
           05 RFD-PAID-DATE-N           PIC 9(08).
