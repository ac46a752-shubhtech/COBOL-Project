      *  RECORDS AND MARKS THEM SENT; PAYACK POSTS THE HUB'S
      *  ACKNOWLEDGMENTS - A RETURN FLIPS THE TRANCHE TO FAILED,
      *  REVERSES THE BALANCE MOVEMENT AND LANDS ON THE EXCEPTIONS.
      *  A NEW RECORD NOT YET CUT IS CANCELLED BY DISCONT WHEN THE
      *  STUDENT LEAVES THE COURSE, SO THE MONEY NEVER GOES OUT.
           05 PAY-KEY.
               10 PAY-ACCOUNT-NO        PIC X(10).
               10 PAY-TRANCHE-NO        PIC 9(02).
               88 PAY-SENT                    VALUE 'S'.
               88 PAY-ACKED                   VALUE 'A'.
               88 PAY-FAILED                  VALUE 'F'.
               88 PAY-CANCELLED               VALUE 'X'.
