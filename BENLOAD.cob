
       FD EXTFILE.
      *    ONE CARD PER COLLEGE - INSTITUTION CODE, BANK NAME, BANK
      *    ACCOUNT AND IFSC, POSITIONAL. A COLLEGE ABROAD ALSO
      *    CARRIES ITS CURRENCY AND SWIFT CODE; BLANK CURRENCY = INR.
       01 EXTREC.
           05 EXT-CODE            PIC X(10).
           05 FILLER              PIC X(01).
           05 EXT-BANK-ACCT       PIC X(16).
           05 FILLER              PIC X(01).
           05 EXT-IFSC            PIC X(11).
           05 FILLER              PIC X(01).
           05 EXT-CURRENCY        PIC X(03).
               88 EXT-CCY-OK            VALUE 'INR' 'USD' 'GBP' 'EUR'
                                              SPACES.
           05 FILLER              PIC X(01).
           05 EXT-SWIFT           PIC X(11).
           05 FILLER              PIC X(04).
       FD BENFILE.
       01 BENREC1.
              COPY BENREC.
           IF EXT-CODE = SPACES OR EXT-BANK-ACCT = SPACES
               DISPLAY "BENLOAD - CARD REJECTED: " EXT-CODE
               ADD 1 TO WS-REJECT-COUNT
           ELSE IF NOT EXT-CCY-OK
               DISPLAY "BENLOAD - CURRENCY NOT HANDLED: " EXT-CODE
                       " " EXT-CURRENCY
               ADD 1 TO WS-REJECT-COUNT
           ELSE IF EXT-CURRENCY NOT = SPACES
               AND EXT-CURRENCY NOT = 'INR'
               AND EXT-SWIFT = SPACES
      *        AN OVERSEAS COLLEGE CANNOT BE PAID WITHOUT ITS SWIFT.
               DISPLAY "BENLOAD - NO SWIFT FOR FOREIGN BENEFICIARY: "
                       EXT-CODE
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE EXT-CODE      TO BEN-CODE
               MOVE EXT-BANK-NAME TO BEN-BANK-NAME
               MOVE EXT-BANK-ACCT TO BEN-BANK-ACCT
               MOVE EXT-IFSC      TO BEN-IFSC
               MOVE EXT-CURRENCY  TO BEN-CURRENCY
               IF EXT-CURRENCY = SPACES
                   MOVE 'INR' TO BEN-CURRENCY
               END-IF
               MOVE EXT-SWIFT     TO BEN-SWIFT
               WRITE BENREC1
               IF FS2 = 22
      *            A RE-LOAD REFRESHES THE COLLEGE'S BANK DETAILS.
               ELSE
                   ADD 1 TO WS-LOAD-COUNT
               END-IF
           END-IF
           END-IF
           END-IF.

       400-CLOSE-PARA.
