       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALADJ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VDTFILE ASSIGN TO DD1
           ORGANIZATION IS INDEXED
           RECORD KEY IS VDT-RCPT-NO
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS1.
           SELECT LOANFILE ASSIGN TO DD2
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLF-ACCOUNT-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS2.
           SELECT LEDGFILE ASSIGN TO DD3
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLF5-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS3.
           SELECT RCPTFILE ASSIGN TO DD4
           ORGANIZATION IS INDEXED
           RECORD KEY IS RCPT-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS4.
           SELECT OUTFILE ASSIGN TO DD5
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS5.
           SELECT RUNFILE ASSIGN TO DD9
           ORGANIZATION IS INDEXED
           RECORD KEY IS RUN-JOB
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS9.
       DATA DIVISION.
       FILE SECTION.

       FD VDTFILE.
       01 VDTREC1.
              COPY VDTREC.
       FD LOANFILE.
       01 LOANREC.
              COPY PLF3REC.
       FD LEDGFILE.
       01 LEDGREC.
              COPY PLF5REC.
       FD RCPTFILE.
       01 RCPTREC1.
              COPY RCPTREC.
       FD OUTFILE.
       01 OUTREC                       PIC X(80).
       FD RUNFILE.
       01 RUNREC1.
              COPY RUNREC.
       WORKING-STORAGE SECTION.
       01 FS1            PIC 9(02) VALUE 0.
       01 FS2            PIC 9(02) VALUE 0.
       01 FS3            PIC 9(02) VALUE 0.
       01 FS4            PIC 9(02) VALUE 0.
       01 FS5            PIC 9(02) VALUE 0.
       01 FS9            PIC 9(02) VALUE 0.
       01 WS-RC-STOP     PIC X(01) VALUE 'N'.
       01 WS-EOF         PIC X(01) VALUE 'N'.
       01 WS-RCPT-OPEN   PIC X(01) VALUE 'N'.
       01 WS-BUS-DATE-N  PIC 9(08) VALUE 0.
       01 WS-BUS-DATE-PARTS REDEFINES WS-BUS-DATE-N.
           05 WS-BD-YYYY     PIC 9(04).
           05 WS-BD-MM       PIC 9(02).
           05 WS-BD-DD       PIC 9(02).
       01 WS-RUN-DATE    PIC X(10) VALUE SPACES.
       01 WS-T           PIC X(10) VALUE SPACES.
       01 WS-RUN-TIME    PIC 9(06) VALUE 0.
       01 WS-LDG-TIME    PIC 9(06) VALUE 0.
       01 WS-BATCH-OPID  PIC X(05) VALUE 'VALAD'.
      *  THE ACCOUNTING-PERIOD LOCK - NO ADJUSTMENT REACHES BACK PAST
      *  THE CLOSED-THROUGH DATE, SO THE EARLIEST VALUE DATE WORKED
      *  IS THE FIRST DAY OF THE OPEN PERIOD.
       01 WS-CLOSED-THRU PIC 9(08) VALUE 0.
       01 WS-OPEN-FROM-N PIC 9(08) VALUE 0.
       01 WS-FROM-N      PIC 9(08) VALUE 0.
       01 WS-FROM-INT    PIC 9(08) VALUE 0.
       01 WS-LDG-SW      PIC X(01) VALUE 'N'.
       01 WS-ACCR-RUNS   PIC 9(02) VALUE 0.
       01 WS-EFF-RATE    PIC 9(02)V99 VALUE 0.
       01 WS-PENAL-RATE  PIC 9(01) VALUE 2.
       01 WS-ADJ-INT     PIC 9(08) VALUE 0.
       01 WS-ADJ-PENAL   PIC 9(08) VALUE 0.
       01 WS-ADJ-TOTAL   PIC 9(08) VALUE 0.
       01 WS-ADJ-REMAIN  PIC 9(08) VALUE 0.
       01 WS-RESULT      PIC X(12) VALUE SPACES.
       01 WS-READ-COUNT  PIC 9(07) VALUE 0.
       01 WS-ADJ-COUNT   PIC 9(07) VALUE 0.
       01 WS-NIL-COUNT   PIC 9(07) VALUE 0.
       01 WS-TOT-INT     PIC 9(09) VALUE 0.
       01 WS-TOT-PENAL   PIC 9(09) VALUE 0.

       01 HEADER1.
           05 FILLER PIC X(80) VALUE ALL "*".
       01 HEADER4.
           05 FILLER PIC X(20).
           05 FILLER PIC X(40) VALUE "STATE BANK OF INDIA".
           05 FILLER PIC X(20).
       01 HEADER5.
           05 FILLER PIC X(14).
           05 FILLER PIC X(52) VALUE
              "VALUE-DATED REPAYMENTS - INTEREST ADJUSTMENT".
           05 FILLER PIC X(14).
       01 HEADER6.
           05 FILLER PIC X(05).
           05 FILLER PIC X(15) VALUE "BUSINESS DATE: ".
           05 H6-DATE        PIC X(10).
           05 FILLER PIC X(05).
           05 FILLER PIC X(14) VALUE "OPEN PERIOD: ".
           05 H6-OPEN        PIC 9(08).
           05 FILLER PIC X(23).
       01 HEADER3.
           05 FILLER PIC X(01).
           05 FILLER PIC X(12) VALUE "ACCOUNT NO".
           05 FILLER PIC X(10) VALUE "RECEIPT".
           05 FILLER PIC X(10) VALUE "VALUE DT".
           05 FILLER PIC X(09) VALUE "POSTED".
           05 FILLER PIC X(04) VALUE "RUN".
           05 FILLER PIC X(10) VALUE "INT ADJ".
           05 FILLER PIC X(10) VALUE "PENAL ADJ".
           05 FILLER PIC X(14) VALUE "RESULT".
       01 DTL-LINE.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 D-ACCOUNT      PIC X(10).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 D-RCPT         PIC 9(08).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 D-VALUE        PIC 9(08).
           05 FILLER         PIC X(02) VALUE SPACES.
           05 D-POST         PIC 9(08).
           05 FILLER         PIC X(01) VALUE SPACES.
           05 D-RUNS         PIC Z9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 D-INT          PIC Z(07)9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 D-PENAL        PIC Z(07)9.
           05 FILLER         PIC X(02) VALUE SPACES.
           05 D-RESULT       PIC X(12).
       01 TRAILER1.
           05 FILLER PIC X(05).
           05 FILLER PIC X(20) VALUE "ENTRIES ADJUSTED  : ".
           05 TADJ-COUNT     PIC ZZZ,ZZ9.
           05 FILLER PIC X(48).
       01 TRAILER2.
           05 FILLER PIC X(05).
           05 FILLER PIC X(20) VALUE "NOTHING DUE       : ".
           05 TNIL-COUNT     PIC ZZZ,ZZ9.
           05 FILLER PIC X(48).
       01 TRAILER3.
           05 FILLER PIC X(05).
           05 FILLER PIC X(20) VALUE "INTEREST CREDITED : ".
           05 TTOT-INT       PIC Z(08)9.
           05 FILLER PIC X(46).
       01 TRAILER4.
           05 FILLER PIC X(05).
           05 FILLER PIC X(20) VALUE "PENAL CREDITED    : ".
           05 TTOT-PENAL     PIC Z(08)9.
           05 FILLER PIC X(46).
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *    A REPAYMENT POSTED DAYS AFTER ITS VALUE DATE WAS CARRIED ON
      *    THE BALANCE THROUGH EVERY ACCRUAL RUN IN BETWEEN. EACH SUCH
      *    RUN CHARGED A MONTH'S INTEREST ON THE PRINCIPAL THE PAYMENT
      *    WOULD HAVE CLEARED, AND PENAL ON THE DEMAND IT WOULD HAVE
      *    SETTLED - THE SAME ARITHMETIC AS INTACR 210 AND 215. THIS
      *    RUN WORKS EACH PENDING VALDTF ENTRY, COUNTS THE INTACR
      *    ACCRUAL ROWS ON PLF5 DATED AFTER THE VALUE DATE AND UP TO
      *    THE POSTING DATE, AND CREDITS WHAT THEY OVERCHARGED AS ONE
      *    'J' LEDGER ROW - AGAINST THE OPEN DEMAND FIRST, THE REST
      *    OFF THE BALANCE. RUNS NIGHTLY AFTER INBCR AND BEFORE INTACR.
      *    THE OUTPUT IS CAPTURED TO RPTREP WITH RPTLOAD (REPORT ID
      *    VALADJ) LIKE EVERY OTHER REPORT.
           PERFORM 050-RUNCTL-PARA.
           IF WS-RC-STOP = 'Y'
               STOP RUN
           END-IF.
           PERFORM 100-OPEN-PARA.
           PERFORM 200-HEADER-PARA.
           PERFORM 300-READ-PARA UNTIL WS-EOF = 'Y'.
           PERFORM 450-TRAILER-PARA.
           PERFORM 400-CLOSE-PARA.
           PERFORM 950-RUNCTL-END-PARA.
           DISPLAY "VALADJ - READ: " WS-READ-COUNT
                   " ADJUSTED: " WS-ADJ-COUNT
                   " NOTHING DUE: " WS-NIL-COUNT.
           STOP RUN.

       050-RUNCTL-PARA.
      *    THE RUN-CONTROL GATE - REFUSES A DUPLICATE SAME-DATE RUN
      *    AND A BUSINESS DATE INSIDE A CLOSED ACCOUNTING PERIOD.
           OPEN I-O RUNFILE.
           IF FS9 NOT = 00
               DISPLAY "RUNFILE OPEN FAILURE" FS9
               MOVE 'Y' TO WS-RC-STOP
           ELSE
               MOVE 'BUSDATE ' TO RUN-JOB
               READ RUNFILE
               IF FS9 NOT = 00
                   DISPLAY "NO BUSINESS DATE ON RUNCTL"
                   MOVE 'Y' TO WS-RC-STOP
               ELSE
                   MOVE RUN-BUSDATE-N TO WS-BUS-DATE-N
                   PERFORM 055-PERIOD-PARA
                   IF WS-RC-STOP = 'N'
                   MOVE 'VALADJ  ' TO RUN-JOB
                   READ RUNFILE
                   IF FS9 = 00
                       AND RUN-LAST-DATE-N = WS-BUS-DATE-N
                       DISPLAY "VALADJ ALREADY RAN THIS DATE"
                       MOVE 'Y' TO WS-RC-STOP
                   ELSE IF FS9 = 00
                       MOVE WS-BUS-DATE-N TO RUN-LAST-DATE-N
                       MOVE 'S' TO RUN-STATUS
                       REWRITE RUNREC1
                   ELSE
                       DISPLAY "VALADJ NOT DEFINED ON RUNCTL"
                       MOVE 'Y' TO WS-RC-STOP
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

       055-PERIOD-PARA.
           MOVE 0 TO WS-CLOSED-THRU.
           MOVE 'PERIOD  ' TO RUN-JOB.
           READ RUNFILE.
           IF FS9 = 00
               MOVE RUN-BUSDATE-N TO WS-CLOSED-THRU
           ELSE
               MOVE 00 TO FS9
           END-IF.
           IF WS-CLOSED-THRU NOT < WS-BUS-DATE-N
               DISPLAY "VALADJ - PERIOD CLOSED THROUGH " WS-CLOSED-THRU
               MOVE 'Y' TO WS-RC-STOP
           ELSE IF WS-CLOSED-THRU > 0
               COMPUTE WS-OPEN-FROM-N = FUNCTION DATE-OF-INTEGER
                     (FUNCTION INTEGER-OF-DATE(WS-CLOSED-THRU) + 1)
           END-IF
           END-IF.

       950-RUNCTL-END-PARA.
           MOVE 'VALADJ  ' TO RUN-JOB.
           READ RUNFILE.
           IF FS9 = 00
               MOVE 'E' TO RUN-STATUS
               REWRITE RUNREC1
           END-IF.
           CLOSE RUNFILE.

       100-OPEN-PARA.
           OPEN I-O VDTFILE.
           IF FS1 = 00
               DISPLAY "VDTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "VDTFILE OPEN FAILURE" FS1
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN I-O LOANFILE.
           IF FS2 = 00
               DISPLAY "LOANFILE OPEN SUCCESS"
           ELSE
               DISPLAY "LOANFILE OPEN FAILURE" FS2
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN I-O LEDGFILE.
           IF FS3 = 00
               DISPLAY "LEDGFILE OPEN SUCCESS"
           ELSE
               DISPLAY "LEDGFILE OPEN FAILURE" FS3
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN INPUT RCPTFILE.
           IF FS4 = 00
               DISPLAY "RCPTFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-RCPT-OPEN
           ELSE
      *        WITHOUT THE RECEIPTS A REVERSED PAYMENT CANNOT BE
      *        TOLD APART - EVERY ENTRY STAYS PENDING FOR TOMORROW.
               DISPLAY "RCPTFILE OPEN FAILURE" FS4
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN OUTPUT OUTFILE.
           IF FS5 = 00
               DISPLAY "OUTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "OUTFILE OPEN FAILURE" FS5
               MOVE 'Y' TO WS-EOF
           END-IF.

       200-HEADER-PARA.
           ACCEPT WS-T FROM TIME.
           MOVE WS-T(1:6) TO WS-RUN-TIME.
           MOVE WS-BD-MM   TO WS-RUN-DATE(1:2).
           MOVE "/"        TO WS-RUN-DATE(3:1).
           MOVE WS-BD-DD   TO WS-RUN-DATE(4:2).
           MOVE "/"        TO WS-RUN-DATE(6:1).
           MOVE WS-BD-YYYY TO WS-RUN-DATE(7:4).
           MOVE WS-RUN-DATE TO H6-DATE.
           MOVE WS-OPEN-FROM-N TO H6-OPEN.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM HEADER4.
           WRITE OUTREC FROM HEADER5.
           WRITE OUTREC FROM HEADER6.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM HEADER3.
           WRITE OUTREC FROM HEADER1.

       300-READ-PARA.
           READ VDTFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               IF VDT-PENDING
                   ADD 1 TO WS-READ-COUNT
                   PERFORM 310-ENTRY-PARA
               END-IF
           END-READ.

       310-ENTRY-PARA.
           MOVE 0 TO WS-ADJ-INT.
           MOVE 0 TO WS-ADJ-PENAL.
           MOVE 0 TO WS-ACCR-RUNS.
           MOVE SPACES TO WS-RESULT.
           MOVE VDT-RCPT-NO TO RCPT-NO.
           READ RCPTFILE.
           IF FS4 NOT = 00
               MOVE 00 TO FS4
               MOVE 'X' TO VDT-STATUS
               MOVE "NO RECEIPT" TO WS-RESULT
           ELSE IF RCPT-REVERSED OR RCPT-BOUNCED
      *        A PAYMENT BACKED OUT SINCE IT WAS POSTED EARNS NO
      *        VALUE-DATE CREDIT.
               MOVE 'X' TO VDT-STATUS
               MOVE "REVERSED" TO WS-RESULT
           ELSE
               MOVE VDT-ACCOUNT-NO TO PLF-ACCOUNT-NO
               READ LOANFILE
               IF FS2 NOT = 00
                   MOVE 00 TO FS2
                   MOVE 'X' TO VDT-STATUS
                   MOVE "NO ACCOUNT" TO WS-RESULT
               ELSE
                   PERFORM 320-WORK-PARA
               END-IF
           END-IF
           END-IF.
           MOVE WS-BUS-DATE-N TO VDT-ADJ-DATE-N.
           MOVE WS-ADJ-INT TO VDT-ADJ-INT.
           MOVE WS-ADJ-PENAL TO VDT-ADJ-PENAL.
           REWRITE VDTREC1.
           IF FS1 NOT = 00
               DISPLAY "VDTFILE REWRITE FAILURE" FS1 " ON "
                        VDT-RCPT-NO
           END-IF.
           MOVE VDT-ACCOUNT-NO TO D-ACCOUNT.
           MOVE VDT-RCPT-NO TO D-RCPT.
           MOVE VDT-VALUE-DATE-N TO D-VALUE.
           MOVE VDT-POST-DATE-N TO D-POST.
           MOVE WS-ACCR-RUNS TO D-RUNS.
           MOVE WS-ADJ-INT TO D-INT.
           MOVE WS-ADJ-PENAL TO D-PENAL.
           MOVE WS-RESULT TO D-RESULT.
           WRITE OUTREC FROM DTL-LINE.

       320-WORK-PARA.
           MOVE VDT-VALUE-DATE-N TO WS-FROM-N.
           IF WS-FROM-N < WS-OPEN-FROM-N
               MOVE WS-OPEN-FROM-N TO WS-FROM-N
           END-IF.
           IF WS-FROM-N NOT < VDT-POST-DATE-N
               MOVE 'N' TO VDT-STATUS
               MOVE "CLOSED MONTH" TO WS-RESULT
               ADD 1 TO WS-NIL-COUNT
           ELSE
               PERFORM 330-COUNT-RUNS-PARA
               IF PLF-INT-RATE-X NUMERIC AND PLF-INT-RATE-X > 0
                   MOVE PLF-INT-RATE-X TO WS-EFF-RATE
               ELSE
                   MOVE PLF-INTEREST TO WS-EFF-RATE
               END-IF
               COMPUTE WS-ADJ-INT ROUNDED =
                     (VDT-PRIN-PART * WS-EFF-RATE * WS-ACCR-RUNS)
                     / 1200
               IF PLF-PENAL-AMOUNT NOT NUMERIC
                   MOVE 0 TO PLF-PENAL-AMOUNT
               END-IF
               COMPUTE WS-ADJ-PENAL ROUNDED =
                     (VDT-INT-PART * WS-PENAL-RATE * WS-ACCR-RUNS)
                     / 1200
      *        NO MORE PENAL CAN COME BACK THAN WAS EVER LEVIED.
               IF WS-ADJ-PENAL > PLF-PENAL-AMOUNT
                   MOVE PLF-PENAL-AMOUNT TO WS-ADJ-PENAL
               END-IF
               COMPUTE WS-ADJ-TOTAL = WS-ADJ-INT + WS-ADJ-PENAL
               IF WS-ADJ-TOTAL = 0
                   MOVE 'N' TO VDT-STATUS
                   MOVE "NOTHING DUE" TO WS-RESULT
                   ADD 1 TO WS-NIL-COUNT
               ELSE
                   PERFORM 340-CREDIT-PARA
                   MOVE 'A' TO VDT-STATUS
                   MOVE "CREDITED" TO WS-RESULT
                   ADD 1 TO WS-ADJ-COUNT
                   ADD WS-ADJ-INT TO WS-TOT-INT
                   ADD WS-ADJ-PENAL TO WS-TOT-PENAL
               END-IF
           END-IF.

       330-COUNT-RUNS-PARA.
      *    THE ACCRUAL ROWS INTACR WROTE AFTER THE VALUE DATE AND UP
      *    TO THE DAY THE PAYMENT WAS ACTUALLY POSTED.
           COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE(WS-FROM-N).
           MOVE PLF-ACCOUNT-NO TO PLF5-ACCOUNT-NO.
           COMPUTE PLF5-TXN-DATE-N =
                 FUNCTION DATE-OF-INTEGER(WS-FROM-INT + 1).
           MOVE 0 TO PLF5-TXN-TIME.
           MOVE 'N' TO WS-LDG-SW.
           START LEDGFILE KEY >= PLF5-KEY
               INVALID KEY CONTINUE
           END-START.
           IF FS3 = 00
               PERFORM 335-RUN-STEP-PARA UNTIL WS-LDG-SW = 'Y'
           ELSE
               MOVE 00 TO FS3
           END-IF.

       335-RUN-STEP-PARA.
           READ LEDGFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-LDG-SW
           NOT AT END
               IF PLF5-ACCOUNT-NO NOT = PLF-ACCOUNT-NO
                   OR PLF5-TXN-DATE-N > VDT-POST-DATE-N
                   MOVE 'Y' TO WS-LDG-SW
               ELSE
                   IF PLF5-ACCRUAL AND PLF5-OPERATOR = 'INTAC'
                       AND WS-ACCR-RUNS < 99
                       ADD 1 TO WS-ACCR-RUNS
                   END-IF
               END-IF
           END-READ.
           MOVE 00 TO FS3.

       340-CREDIT-PARA.
           IF PLF-DUE-AMOUNT NOT NUMERIC
               MOVE 0 TO PLF-DUE-AMOUNT
           END-IF.
           MOVE WS-ADJ-TOTAL TO WS-ADJ-REMAIN.
           IF WS-ADJ-REMAIN > PLF-DUE-AMOUNT
               SUBTRACT PLF-DUE-AMOUNT FROM WS-ADJ-REMAIN
               MOVE 0 TO PLF-DUE-AMOUNT
           ELSE
               SUBTRACT WS-ADJ-REMAIN FROM PLF-DUE-AMOUNT
               MOVE 0 TO WS-ADJ-REMAIN
           END-IF.
           IF WS-ADJ-REMAIN > PLF-LOAN-AMT1
               MOVE 0 TO PLF-LOAN-AMT1
           ELSE
               SUBTRACT WS-ADJ-REMAIN FROM PLF-LOAN-AMT1
           END-IF.
           SUBTRACT WS-ADJ-PENAL FROM PLF-PENAL-AMOUNT.
           MOVE WS-BATCH-OPID TO PLF-LAST-OP.
           REWRITE LOANREC.
           IF FS2 NOT = 00
               DISPLAY "LOANFILE REWRITE FAILURE" FS2 " ON "
                        PLF-ACCOUNT-NO
           END-IF.
      *    EACH ENTRY TAKES ITS OWN TIME TICK SO TWO ADJUSTMENTS TO
      *    ONE ACCOUNT DO NOT COLLIDE ON THE LEDGER KEY.
           COMPUTE WS-LDG-TIME = WS-RUN-TIME + WS-ADJ-COUNT.
           MOVE PLF-ACCOUNT-NO TO PLF5-ACCOUNT-NO.
           MOVE WS-BUS-DATE-N  TO PLF5-TXN-DATE-N.
           MOVE WS-LDG-TIME    TO PLF5-TXN-TIME.
           MOVE WS-RUN-DATE    TO PLF5-TXN-DATE.
           MOVE 'J'            TO PLF5-TXN-TYPE.
           MOVE WS-ADJ-TOTAL   TO PLF5-TXN-AMOUNT.
           MOVE WS-BATCH-OPID  TO PLF5-OPERATOR.
           MOVE VDT-RCPT-NO    TO PLF5-RCPT-NO.
           MOVE PLF-LOAN-AMT1  TO PLF5-BALANCE-AFTER.
           WRITE LEDGREC.
           IF FS3 NOT = 00
               DISPLAY "LEDGFILE WRITE FAILURE" FS3 " ON "
                        PLF-ACCOUNT-NO
               MOVE 00 TO FS3
           END-IF.

       450-TRAILER-PARA.
           MOVE WS-ADJ-COUNT TO TADJ-COUNT.
           MOVE WS-NIL-COUNT TO TNIL-COUNT.
           MOVE WS-TOT-INT TO TTOT-INT.
           MOVE WS-TOT-PENAL TO TTOT-PENAL.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM TRAILER1.
           WRITE OUTREC FROM TRAILER2.
           WRITE OUTREC FROM TRAILER3.
           WRITE OUTREC FROM TRAILER4.
           WRITE OUTREC FROM HEADER1.

       400-CLOSE-PARA.
           CLOSE VDTFILE.
           CLOSE LOANFILE.
           CLOSE LEDGFILE.
           CLOSE RCPTFILE.
           CLOSE OUTFILE.
