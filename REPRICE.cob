           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS7.
           SELECT RTHFILE ASSIGN TO DD8
           ORGANIZATION IS INDEXED
           RECORD KEY IS RTH-KEY
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS8.
           SELECT RTTFILE ASSIGN TO DD9
           ORGANIZATION IS INDEXED
           RECORD KEY IS RTT-ACCOUNT-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS9.
       DATA DIVISION.
       FILE SECTION.

           05 FILLER              PIC X(03).
           05 ORESULT         PIC X(30).
           05 FILLER              PIC X(16).
       FD RTHFILE.
       01 RTHREC1.
              COPY RTHREC.
       FD RTTFILE.
       01 RTTREC1.
              COPY RTTREC.
       WORKING-STORAGE SECTION.
       01 FS1            PIC 9(02) VALUE 0.
       01 FS2            PIC 9(02) VALUE 0.
       01 FS5            PIC 9(02) VALUE 0.
       01 FS6            PIC 9(02) VALUE 0.
       01 FS7            PIC 9(02) VALUE 0.
       01 FS8            PIC 9(02) VALUE 0.
       01 WS-RTH-OPEN    PIC X(01) VALUE 'N'.
       01 FS9            PIC 9(02) VALUE 0.
       01 WS-RTT-OPEN    PIC X(01) VALUE 'N'.
       01 WS-RTT-FOUND   PIC X(01) VALUE 'N'.
       01 WS-RESET-OK    PIC X(01) VALUE 'Y'.
       01 WS-HELD-COUNT  PIC 9(07) VALUE 0.
       01 WS-RESET-MONTHS PIC 9(06) VALUE 0.
       01 WS-RESET-YEARS PIC 9(04) VALUE 0.
       01 WS-RESET-WORK.
           05 WS-RW-YYYY     PIC 9(04).
           05 WS-RW-MM       PIC 9(02).
           05 WS-RW-DD       PIC 9(02).
       01 WS-EOF         PIC X(01) VALUE 'N'.
       01 WS-EOF1        PIC X(01) VALUE 'N'.
       01 WS-D           PIC X(10) VALUE SPACES.
           END-IF.
           PERFORM 400-CLOSE-PARA.
           DISPLAY "REPRICE - ACCOUNTS REPRICED: " WS-REPR-COUNT.
           DISPLAY "REPRICE - FIXED OR NOT DUE FOR RESET: "
                   WS-HELD-COUNT.
           STOP RUN.

       100-OPEN-PARA.
               DISPLAY "OUTFILE OPEN FAILURE" FS7
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN I-O RTHFILE.
           IF FS8 = 00
               DISPLAY "RTHFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-RTH-OPEN
           ELSE
               DISPLAY "RTHFILE OPEN FAILURE" FS8
           END-IF.
           OPEN I-O RTTFILE.
           IF FS9 = 00
               DISPLAY "RTTFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-RTT-OPEN
           ELSE
      *        NO RATE TERMS - EVERY LIVE ACCOUNT TAKES THE CIRCULAR.
               DISPLAY "RTTFILE OPEN FAILURE" FS9
           END-IF.
           ACCEPT WS-D FROM DATE.
           ACCEPT WS-T FROM TIME.
           MOVE WS-D(1:6) TO WS-DATE-NUM.
               MOVE 'Y' TO WS-EOF
           NOT AT END
               IF PLF-LOAN-AMT1 > 0 AND NOT PLF-ACCT-DEAD
                   PERFORM 305-TERMS-PARA
                   IF WS-RESET-OK = 'Y'
                       PERFORM 310-MATCH-PARA
                       IF WS-HIT > 0
                           PERFORM 320-REPRICE-PARA
                       END-IF
                   ELSE
                       ADD 1 TO WS-HELD-COUNT
                   END-IF
               END-IF
           END-READ.

       305-TERMS-PARA.
      *    A FIXED-RATE LOAN NEVER TAKES A CIRCULAR, AND A FLOATING
      *    ONE ON A RESET SCHEDULE ONLY TAKES IT ONCE ITS RESET DATE
      *    HAS COME. NO RATE-TERMS ROW MEANS RESET AT EVERY CIRCULAR.
           MOVE 'Y' TO WS-RESET-OK.
           MOVE 'N' TO WS-RTT-FOUND.
           IF WS-RTT-OPEN = 'Y'
               MOVE PLF-ACCOUNT-NO TO RTT-ACCOUNT-NO
               READ RTTFILE
               IF FS9 = 00
                   MOVE 'Y' TO WS-RTT-FOUND
                   IF RTT-FIXED
                       MOVE 'N' TO WS-RESET-OK
                   ELSE IF RTT-RESET-MONTHS > 0
                       AND RTT-NEXT-RESET-N > WS-RUN-DATE-N
                       MOVE 'N' TO WS-RESET-OK
                   END-IF
                   END-IF
               ELSE
                   MOVE 00 TO FS9
               END-IF
           END-IF.

       310-MATCH-PARA.
      *    THE TWO-DECIMAL EXTENSION WINS WHEN POPULATED - OLD
      *    WHOLE-DIGIT RECORDS FALL BACK TO THE LEGACY FIELD.
                        PLF-ACCOUNT-NO
           END-IF.
           PERFORM 350-LEDGER-PARA.
           PERFORM 355-RATE-HIST-PARA.
           PERFORM 357-RESET-ROLL-PARA.
           PERFORM 360-LETTER-PARA.
           MOVE LOW-VALUES TO OUTREC.
           MOVE PLF-ACCOUNT-NO TO OACCOUNT-NO.
                        PLF-ACCOUNT-NO
           END-IF.

       355-RATE-HIST-PARA.
      *    THE NEW RATE GOES ON THE ACCOUNT'S RATE HISTORY, DATED THE
      *    RUN, SO THE INTEREST RECOMPUTATION KNOWS WHEN IT TOOK HOLD.
           IF WS-RTH-OPEN = 'Y'
               MOVE PLF-ACCOUNT-NO TO RTH-ACCOUNT-NO
               MOVE WS-RUN-DATE-N  TO RTH-EFF-DATE-N
               MOVE WS-RUN-TIME    TO RTH-TIME
               MOVE WS-EFF-RATE    TO RTH-RATE
               MOVE 'P'            TO RTH-REASON
               MOVE 'REPRC'        TO RTH-OPERATOR
               WRITE RTHREC1
               IF FS8 NOT = 00
                   DISPLAY "RTHFILE WRITE FAILURE" FS8 " ON "
                            PLF-ACCOUNT-NO
               END-IF
           END-IF.

       357-RESET-ROLL-PARA.
      *    A SCHEDULED RESET IS SPENT - THE NEXT ONE IS ROLLED ON BY
      *    THE RESET PERIOD UNTIL IT LIES PAST THE RUN DATE.
           IF WS-RTT-FOUND = 'Y' AND RTT-RESET-MONTHS > 0
               MOVE WS-RUN-DATE-N TO RTT-LAST-RESET-N
               PERFORM 358-RESET-STEP-PARA
                  UNTIL RTT-NEXT-RESET-N > WS-RUN-DATE-N
               REWRITE RTTREC1
               IF FS9 NOT = 00
                   DISPLAY "RTTFILE REWRITE FAILURE" FS9 " ON "
                            PLF-ACCOUNT-NO
               END-IF
           END-IF.

       358-RESET-STEP-PARA.
           MOVE RTT-NEXT-RESET-N TO WS-RESET-WORK.
           COMPUTE WS-RESET-MONTHS = WS-RW-YYYY * 12 + WS-RW-MM - 1
                 + RTT-RESET-MONTHS.
           DIVIDE WS-RESET-MONTHS BY 12 GIVING WS-RESET-YEARS
                 REMAINDER WS-RW-MM.
           MOVE WS-RESET-YEARS TO WS-RW-YYYY.
           ADD 1 TO WS-RW-MM.
           MOVE WS-RESET-WORK TO RTT-NEXT-RESET-N.

       360-LETTER-PARA.
           MOVE PLF-CUST1-NO TO PLF-CUST-NO.
           READ CUSTFILE.
           CLOSE LEDGFILE.
           CLOSE LTRFILE.
           CLOSE OUTFILE.
           IF WS-RTH-OPEN = 'Y'
               CLOSE RTHFILE
           END-IF.
           IF WS-RTT-OPEN = 'Y'
               CLOSE RTTFILE
           END-IF.
