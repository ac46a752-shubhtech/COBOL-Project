       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTAUD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANFILE ASSIGN TO DD1
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLF-ACCOUNT-NO
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS1.
           SELECT LEDGFILE ASSIGN TO DD2
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLF5-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS2.
           SELECT RTHFILE ASSIGN TO DD3
           ORGANIZATION IS INDEXED
           RECORD KEY IS RTH-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS3.
           SELECT OUTFILE ASSIGN TO DD4
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS4.
       DATA DIVISION.
       FILE SECTION.

       FD LOANFILE.
       01 LOANREC.
              COPY PLF3REC.
       FD LEDGFILE.
       01 LEDGREC.
              COPY PLF5REC.
       FD RTHFILE.
       01 RTHREC1.
              COPY RTHREC.
       FD OUTFILE.
       01 OUTREC.
           05 FILLER              PIC X(02).
           05 OACCOUNT-NO     PIC X(10).
           05 FILLER              PIC X(02).
           05 OEXPECTED       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(02).
           05 OPOSTED         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(02).
           05 OVARIANCE       PIC -ZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(02).
           05 ODIVG-DATE      PIC X(10).
           05 FILLER              PIC X(02).
           05 ONOTE           PIC X(15).
       WORKING-STORAGE SECTION.
       01 FS1            PIC 9(02) VALUE 0.
       01 FS2            PIC 9(02) VALUE 0.
       01 FS3            PIC 9(02) VALUE 0.
       01 FS4            PIC 9(02) VALUE 0.
       01 WS-EOF         PIC X(01) VALUE 'N'.
       01 WS-LDG-EOF     PIC X(01) VALUE 'N'.
       01 WS-RTH-EOF     PIC X(01) VALUE 'N'.
       01 WS-RTH-OPEN    PIC X(01) VALUE 'N'.
       01 WS-D           PIC X(10) VALUE SPACES.
       01 WS-DATE-NUM    PIC 9(06) VALUE 0.
       01 WS-TODAY       PIC 9(08) VALUE 0.
      *  TOLERANCE CARD ON SYSIN - RUPEES IN COLUMNS 1-5 AND A
      *  PERCENT OF THE EXPECTED INTEREST IN 7-8. THE WIDER OF THE
      *  TWO APPLIES. A BLANK CARD TAKES THE HOUSE DEFAULTS.
       01 WS-PARM-CARD.
           05 WS-PARM-AMT    PIC X(05) VALUE SPACES.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WS-PARM-PCT    PIC X(02) VALUE SPACES.
       01 WS-TOL-AMT     PIC 9(05) VALUE 100.
       01 WS-TOL-PCT     PIC 9(02) VALUE 2.
       01 WS-TOL         PIC 9(09)V99 VALUE 0.
      *  THE ACCOUNT'S RATE HISTORY, HELD FOR THE LEDGER WALK.
       01 WS-RT-COUNT    PIC 9(02) VALUE 0.
       01 WS-RT-TABLE.
           05 WS-RT-ENTRY OCCURS 60 TIMES.
               10 WS-RT-INT        PIC 9(07).
               10 WS-RT-RATE       PIC 9(02)V99.
       01 WS-RX          PIC 9(02) VALUE 0.
       01 WS-RT-FULL     PIC X(01) VALUE 'N'.
       01 WS-NO-HIST     PIC X(01) VALUE 'N'.
      *  THE REBUILD STATE FOR ONE ACCOUNT.
       01 WS-RATE        PIC 9(02)V99 VALUE 0.
       01 WS-BAL         PIC 9(09) VALUE 0.
       01 WS-LAST-INT    PIC 9(07) VALUE 0.
       01 WS-ROW-INT     PIC 9(07) VALUE 0.
       01 WS-TO-INT      PIC 9(07) VALUE 0.
       01 WS-FROM-INT    PIC 9(07) VALUE 0.
       01 WS-AUD-FROM-INT PIC 9(07) VALUE 0.
       01 WS-DAYS        PIC 9(05) VALUE 0.
       01 WS-SEG-INT     PIC 9(09)V99 VALUE 0.
       01 WS-EXP-CUM     PIC 9(09)V99 VALUE 0.
       01 WS-POST-CUM    PIC 9(09)V99 VALUE 0.
       01 WS-EXP-AT-A    PIC 9(09)V99 VALUE 0.
       01 WS-POST-AT-A   PIC 9(09)V99 VALUE 0.
       01 WS-VARIANCE    PIC S9(09)V99 VALUE 0.
       01 WS-ABS-VAR     PIC 9(09)V99 VALUE 0.
       01 WS-DIVG-DATE-N PIC 9(08) VALUE 0.
       01 WS-A-COUNT     PIC 9(05) VALUE 0.
      *  THE NON-INTEREST PART OF A REPAYMENT-PHASE DEMAND, REBUILT BY
      *  THE ACCRUAL'S OWN RULES - THE PENAL LEVY ON THE UNPAID PART
      *  OF THE LAST DEMAND, AND THE OPEN FEES FOLDED BACK IN.
       01 WS-PREV-DEMAND PIC 9(08) VALUE 0.
       01 WS-PAID-SINCE  PIC 9(09) VALUE 0.
       01 WS-FEE-SINCE   PIC 9(09) VALUE 0.
       01 WS-FEE-CARRY   PIC 9(09) VALUE 0.
       01 WS-REMAIN      PIC 9(09) VALUE 0.
       01 WS-PENAL-EST   PIC 9(09) VALUE 0.
       01 WS-NON-INT     PIC 9(09) VALUE 0.
       01 WS-INT-ELEM    PIC 9(09) VALUE 0.
       77 WS-PENAL-RATE  PIC 9(01) VALUE 2.
       01 WS-AUDIT-COUNT PIC 9(07) VALUE 0.
       01 WS-EXC-COUNT   PIC 9(07) VALUE 0.
       01 WS-DD-WORK     PIC 9(08) VALUE 0.
       01 WS-DD-WORK-X REDEFINES WS-DD-WORK.
           05 WS-DDW-YYYY  PIC 9(04).
           05 WS-DDW-MM    PIC 9(02).
           05 WS-DDW-DD    PIC 9(02).

       01 HEADER1.
           05 FILLER PIC X(80) VALUE ALL "*".
       01 HEADER4.
           05 FILLER PIC X(20).
           05 FILLER PIC X(40) VALUE "STATE BANK OF INDIA".
           05 FILLER PIC X(20).
       01 HEADER5.
           05 FILLER PIC X(16).
           05 FILLER PIC X(48) VALUE
              "INTEREST RECOMPUTATION AUDIT - EXCEPTIONS".
           05 FILLER PIC X(16).
       01 HEADER3.
           05 FILLER PIC X(02).
           05 FILLER PIC X(12) VALUE "ACCOUNT NO.".
           05 FILLER PIC X(13) VALUE "   EXPECTED".
           05 FILLER PIC X(13) VALUE "     POSTED".
           05 FILLER PIC X(13) VALUE "   VARIANCE".
           05 FILLER PIC X(12) VALUE "DIVERGED".
           05 FILLER PIC X(15) VALUE "NOTE".
       01 TRAILER1.
           05 FILLER PIC X(05).
           05 FILLER PIC X(16) VALUE "AUDITED      : ".
           05 TAUDIT-COUNT PIC ZZZ,ZZ9.
       01 TRAILER2.
           05 FILLER PIC X(05).
           05 FILLER PIC X(16) VALUE "EXCEPTIONS   : ".
           05 TEXC-COUNT PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *    INTACR IS THE ONLY THING THAT EVER COMPUTES INTEREST, SO
      *    THIS MONTHLY RUN REBUILDS IT INDEPENDENTLY FROM THE LEDGER:
      *    A DAY-COUNT ON THE BALANCE EVERY PLF5 MOVEMENT LEFT BEHIND,
      *    AT THE RATE IN FORCE ON EACH DAY PER THE RATEHST HISTORY,
      *    AND COMPARES IT WITH THE 'A' ROWS INTACR POSTED. AN ACCOUNT
      *    WHOSE VARIANCE STANDS OVER THE TOLERANCE IS REPORTED WITH
      *    THE ACCRUAL DATE ON WHICH IT FIRST WENT - AND STAYED - OUT.
           PERFORM 100-OPEN-PARA.
           PERFORM 150-PARM-PARA.
           PERFORM 200-HEADER-PARA.
           PERFORM 300-READ-PARA UNTIL WS-EOF = 'Y'.
           PERFORM 450-TRAILER-PARA.
           PERFORM 400-CLOSE-PARA.
           DISPLAY "INTAUD - AUDITED: " WS-AUDIT-COUNT
                   " EXCEPTIONS: " WS-EXC-COUNT.
           STOP RUN.

       100-OPEN-PARA.
           OPEN INPUT LOANFILE.
           IF FS1 = 00
               DISPLAY "LOANFILE OPEN SUCCESS"
           ELSE
               DISPLAY "LOANFILE OPEN FAILURE" FS1
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN INPUT LEDGFILE.
           IF FS2 = 00
               DISPLAY "LEDGFILE OPEN SUCCESS"
           ELSE
               DISPLAY "LEDGFILE OPEN FAILURE" FS2
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN INPUT RTHFILE.
           IF FS3 = 00
               DISPLAY "RTHFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-RTH-OPEN
           ELSE
      *        NO HISTORY FILE MEANS EVERY ACCOUNT IS REBUILT AT ITS
      *        CURRENT RATE - THE RUN STILL GOES.
               DISPLAY "RTHFILE OPEN FAILURE" FS3
           END-IF.
           OPEN OUTPUT OUTFILE.
           IF FS4 = 00
               DISPLAY "OUTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "OUTFILE OPEN FAILURE" FS4
               MOVE 'Y' TO WS-EOF
           END-IF.

       150-PARM-PARA.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           IF WS-PARM-AMT NUMERIC
               MOVE WS-PARM-AMT TO WS-TOL-AMT
           END-IF.
           IF WS-PARM-PCT NUMERIC
               MOVE WS-PARM-PCT TO WS-TOL-PCT
           END-IF.
           DISPLAY "INTAUD - TOLERANCE RS " WS-TOL-AMT
                   " OR " WS-TOL-PCT " PCT".

       200-HEADER-PARA.
           ACCEPT WS-D FROM DATE.
           MOVE WS-D(1:6) TO WS-DATE-NUM.
           COMPUTE WS-TODAY = 20000000 + WS-DATE-NUM.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM HEADER4.
           WRITE OUTREC FROM HEADER5.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM HEADER3.
           WRITE OUTREC FROM HEADER1.

       300-READ-PARA.
           READ LOANFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               PERFORM 310-ACCOUNT-PARA
           END-READ.

       310-ACCOUNT-PARA.
           PERFORM 320-RATE-LOAD-PARA.
           MOVE 0 TO WS-BAL.
           MOVE 0 TO WS-LAST-INT.
           MOVE 0 TO WS-EXP-CUM.
           MOVE 0 TO WS-POST-CUM.
           MOVE 0 TO WS-EXP-AT-A.
           MOVE 0 TO WS-POST-AT-A.
           MOVE 0 TO WS-DIVG-DATE-N.
           MOVE 0 TO WS-A-COUNT.
           MOVE 0 TO WS-PREV-DEMAND.
           MOVE 0 TO WS-PAID-SINCE.
           MOVE 0 TO WS-FEE-SINCE.
           MOVE 0 TO WS-FEE-CARRY.
           MOVE 'N' TO WS-LDG-EOF.
           MOVE PLF-ACCOUNT-NO TO PLF5-ACCOUNT-NO.
           MOVE 0 TO PLF5-TXN-DATE-N.
           MOVE 0 TO PLF5-TXN-TIME.
           START LEDGFILE KEY >= PLF5-KEY
               INVALID KEY MOVE 'Y' TO WS-LDG-EOF
           END-START.
           PERFORM 340-LEDGER-STEP-PARA UNTIL WS-LDG-EOF = 'Y'.
           IF WS-A-COUNT > 0
               ADD 1 TO WS-AUDIT-COUNT
               IF WS-DIVG-DATE-N > 0
                   PERFORM 380-EXCEPTION-PARA
               END-IF
           END-IF.

       320-RATE-LOAD-PARA.
      *    THE BOOKING ENTRY OPENS THE HISTORY. AN ACCOUNT BOOKED
      *    BEFORE THE HISTORY WAS KEPT HAS NO BOOKING ENTRY - ITS
      *    OPENING RATE IS UNKNOWN, SO THE REBUILD COUNTS ONLY FROM
      *    ITS FIRST RECORDED CHANGE. ONE WITH NO ENTRY AT ALL HAS
      *    NOT CHANGED RATE SINCE, AND THE CURRENT RATE STANDS.
           MOVE 0 TO WS-RT-COUNT.
           MOVE 'N' TO WS-RT-FULL.
           MOVE 'N' TO WS-NO-HIST.
           MOVE 0 TO WS-AUD-FROM-INT.
           MOVE 'N' TO WS-RTH-EOF.
           IF WS-RTH-OPEN = 'Y'
               MOVE PLF-ACCOUNT-NO TO RTH-ACCOUNT-NO
               MOVE 0 TO RTH-EFF-DATE-N
               MOVE 0 TO RTH-TIME
               START RTHFILE KEY >= RTH-KEY
                   INVALID KEY MOVE 'Y' TO WS-RTH-EOF
               END-START
           ELSE
               MOVE 'Y' TO WS-RTH-EOF
           END-IF.
           PERFORM 325-RATE-STEP-PARA UNTIL WS-RTH-EOF = 'Y'.
           IF PLF-INT-RATE-X NUMERIC AND PLF-INT-RATE-X > 0
               MOVE PLF-INT-RATE-X TO WS-RATE
           ELSE
               MOVE PLF-INTEREST TO WS-RATE
           END-IF.
           IF WS-RT-COUNT = 0
               MOVE 'Y' TO WS-NO-HIST
           ELSE
               MOVE WS-RT-RATE(1) TO WS-RATE
           END-IF.
           MOVE 1 TO WS-RX.

       325-RATE-STEP-PARA.
           READ RTHFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-RTH-EOF
           NOT AT END
               IF RTH-ACCOUNT-NO NOT = PLF-ACCOUNT-NO
                   MOVE 'Y' TO WS-RTH-EOF
               ELSE IF WS-RT-COUNT >= 60
                   MOVE 'Y' TO WS-RT-FULL
                   MOVE 'Y' TO WS-RTH-EOF
               ELSE
                   ADD 1 TO WS-RT-COUNT
                   COMPUTE WS-RT-INT(WS-RT-COUNT) =
                         FUNCTION INTEGER-OF-DATE(RTH-EFF-DATE-N)
                   MOVE RTH-RATE TO WS-RT-RATE(WS-RT-COUNT)
                   IF WS-RT-COUNT = 1 AND NOT RTH-BOOKING
                       MOVE WS-RT-INT(1) TO WS-AUD-FROM-INT
                   END-IF
               END-IF
               END-IF
           END-READ.

       340-LEDGER-STEP-PARA.
           READ LEDGFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-LDG-EOF
           NOT AT END
               IF PLF5-ACCOUNT-NO NOT = PLF-ACCOUNT-NO
                   MOVE 'Y' TO WS-LDG-EOF
               ELSE IF PLF5-TXN-DATE-N NOT NUMERIC
                   OR PLF5-TXN-DATE-N < 19000101
                   OR PLF5-TXN-DATE-N > WS-TODAY
                   CONTINUE
               ELSE
                   PERFORM 350-ROW-PARA
               END-IF
               END-IF
           END-READ.

       350-ROW-PARA.
           COMPUTE WS-ROW-INT =
                 FUNCTION INTEGER-OF-DATE(PLF5-TXN-DATE-N).
           IF WS-LAST-INT = 0
               MOVE WS-ROW-INT TO WS-LAST-INT
           END-IF.
      *    INTEREST RUNS UP TO THE ROW'S DATE ON THE BALANCE THE LAST
      *    MOVEMENT LEFT, CHANGING RATE ON EACH HISTORY DATE ON THE WAY.
           PERFORM 355-RATE-CHANGE-PARA
              UNTIL WS-RX > WS-RT-COUNT
                 OR WS-RT-INT(WS-RX) > WS-ROW-INT.
           MOVE WS-ROW-INT TO WS-TO-INT.
           PERFORM 360-ACCRUE-PARA.
           IF PLF5-ACCRUAL
               PERFORM 370-ACCRUAL-ROW-PARA
           ELSE IF PLF5-REPAYMENT
               ADD PLF5-TXN-AMOUNT TO WS-PAID-SINCE
           ELSE IF PLF5-CHARGE
               ADD PLF5-TXN-AMOUNT TO WS-FEE-SINCE
      *    A WAIVER CLEARS PART OF THE DEMAND THE SAME AS A PAYMENT.
           ELSE IF PLF5-WAIVER
               ADD PLF5-TXN-AMOUNT TO WS-PAID-SINCE
           END-IF
           END-IF
           END-IF
           END-IF.
      *    EVERY POSTING PATH STAMPS THE BALANCE IT LEFT - DISBURSEMENT,
      *    REPAYMENT, TOP-UP, RESTRUCTURE, REVERSAL AND THE MORATORIUM
      *    CAPITALISATION ALIKE - SO THE NEXT DAYS RUN ON THAT.
           MOVE PLF5-BALANCE-AFTER TO WS-BAL.

       355-RATE-CHANGE-PARA.
           MOVE WS-RT-INT(WS-RX) TO WS-TO-INT.
           PERFORM 360-ACCRUE-PARA.
           MOVE WS-RT-RATE(WS-RX) TO WS-RATE.
           ADD 1 TO WS-RX.

       360-ACCRUE-PARA.
      *    SIMPLE DAY-COUNT ON A 365-DAY YEAR FROM THE LAST EVENT TO
      *    WS-TO-INT, CLIPPED TO THE AUDITABLE WINDOW.
           IF WS-TO-INT > WS-LAST-INT
               MOVE WS-LAST-INT TO WS-FROM-INT
               IF WS-AUD-FROM-INT > WS-FROM-INT
                   MOVE WS-AUD-FROM-INT TO WS-FROM-INT
               END-IF
               IF WS-TO-INT > WS-FROM-INT
                   COMPUTE WS-DAYS = WS-TO-INT - WS-FROM-INT
                   COMPUTE WS-SEG-INT ROUNDED =
                         (WS-BAL * WS-RATE * WS-DAYS) / 36500
                   ADD WS-SEG-INT TO WS-EXP-CUM
               END-IF
               MOVE WS-TO-INT TO WS-LAST-INT
           END-IF.

       370-ACCRUAL-ROW-PARA.
      *    A MORATORIUM ROW CAPITALISES - THE BALANCE RISES BY THE ROW
      *    AMOUNT AND ALL OF IT IS INTEREST. A REPAYMENT-PHASE ROW IS
      *    THE WHOLE NEW DEMAND, SO THE PENAL LEVY ON THE UNPAID PART
      *    OF THE LAST DEMAND AND THE FEES STILL OPEN IN IT ARE TAKEN
      *    BACK OUT BEFORE THE INTEREST IS COMPARED.
           IF PLF5-BALANCE-AFTER = WS-BAL + PLF5-TXN-AMOUNT
               MOVE PLF5-TXN-AMOUNT TO WS-INT-ELEM
           ELSE
               MOVE 0 TO WS-REMAIN
               IF WS-PREV-DEMAND > WS-PAID-SINCE
                   COMPUTE WS-REMAIN = WS-PREV-DEMAND - WS-PAID-SINCE
               END-IF
               COMPUTE WS-PENAL-EST ROUNDED =
                     (WS-REMAIN * WS-PENAL-RATE) / 1200
               IF WS-FEE-CARRY > WS-REMAIN
                   MOVE WS-REMAIN TO WS-FEE-CARRY
               END-IF
               ADD WS-FEE-SINCE TO WS-FEE-CARRY
               COMPUTE WS-NON-INT = WS-PENAL-EST + WS-FEE-CARRY
               MOVE 0 TO WS-INT-ELEM
               IF PLF5-TXN-AMOUNT > WS-NON-INT
                   COMPUTE WS-INT-ELEM = PLF5-TXN-AMOUNT - WS-NON-INT
               END-IF
               MOVE PLF5-TXN-AMOUNT TO WS-PREV-DEMAND
               MOVE 0 TO WS-PAID-SINCE
               MOVE 0 TO WS-FEE-SINCE
           END-IF.
           IF WS-AUD-FROM-INT = 0 OR WS-ROW-INT > WS-AUD-FROM-INT
               ADD WS-INT-ELEM TO WS-POST-CUM
               ADD 1 TO WS-A-COUNT
               MOVE WS-EXP-CUM TO WS-EXP-AT-A
               MOVE WS-POST-CUM TO WS-POST-AT-A
               PERFORM 375-COMPARE-PARA
           END-IF.

       375-COMPARE-PARA.
           COMPUTE WS-VARIANCE = WS-POST-CUM - WS-EXP-CUM.
           IF WS-VARIANCE < 0
               COMPUTE WS-ABS-VAR = 0 - WS-VARIANCE
           ELSE
               MOVE WS-VARIANCE TO WS-ABS-VAR
           END-IF.
           COMPUTE WS-TOL ROUNDED = (WS-EXP-CUM * WS-TOL-PCT) / 100.
           IF WS-TOL < WS-TOL-AMT
               MOVE WS-TOL-AMT TO WS-TOL
           END-IF.
      *    THE DIVERGENCE DATE IS THE FIRST ACCRUAL OF THE CURRENT RUN
      *    OUT OF TOLERANCE - AN ACCOUNT THAT CAME BACK INSIDE IT
      *    STARTS AFRESH.
           IF WS-ABS-VAR > WS-TOL
               IF WS-DIVG-DATE-N = 0
                   MOVE PLF5-TXN-DATE-N TO WS-DIVG-DATE-N
               END-IF
           ELSE
               MOVE 0 TO WS-DIVG-DATE-N
           END-IF.

       380-EXCEPTION-PARA.
           MOVE LOW-VALUES TO OUTREC.
           MOVE PLF-ACCOUNT-NO TO OACCOUNT-NO.
           MOVE WS-EXP-AT-A TO OEXPECTED.
           MOVE WS-POST-AT-A TO OPOSTED.
           COMPUTE WS-VARIANCE = WS-POST-AT-A - WS-EXP-AT-A.
           MOVE WS-VARIANCE TO OVARIANCE.
           MOVE WS-DIVG-DATE-N TO WS-DD-WORK.
           MOVE WS-DDW-MM   TO ODIVG-DATE(1:2).
           MOVE "/"         TO ODIVG-DATE(3:1).
           MOVE WS-DDW-DD   TO ODIVG-DATE(4:2).
           MOVE "/"         TO ODIVG-DATE(6:1).
           MOVE WS-DDW-YYYY TO ODIVG-DATE(7:4).
           IF WS-RT-FULL = 'Y'
               MOVE "RATE TABLE FULL" TO ONOTE
           ELSE IF WS-NO-HIST = 'Y'
               MOVE "NO RATE HISTORY" TO ONOTE
           ELSE IF WS-AUD-FROM-INT > 0
               MOVE "PARTIAL HISTORY" TO ONOTE
           ELSE
               MOVE SPACES TO ONOTE
           END-IF
           END-IF
           END-IF.
           WRITE OUTREC.
           ADD 1 TO WS-EXC-COUNT.

       450-TRAILER-PARA.
           WRITE OUTREC FROM HEADER1.
           MOVE WS-AUDIT-COUNT TO TAUDIT-COUNT.
           WRITE OUTREC FROM TRAILER1.
           MOVE WS-EXC-COUNT TO TEXC-COUNT.
           WRITE OUTREC FROM TRAILER2.

       400-CLOSE-PARA.
           CLOSE LOANFILE.
           CLOSE LEDGFILE.
           IF WS-RTH-OPEN = 'Y'
               CLOSE RTHFILE
           END-IF.
           CLOSE OUTFILE.
