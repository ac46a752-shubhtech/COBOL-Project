       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLSPLIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGFILE ASSIGN TO DD1
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLF5-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS1.
           SELECT CLNFILE ASSIGN TO DD2
           ORGANIZATION IS INDEXED
           RECORD KEY IS CLN-ACCOUNT-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS2.
           SELECT CLSFILE ASSIGN TO DD3
           ORGANIZATION IS INDEXED
           RECORD KEY IS CLS-KEY
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS3.
           SELECT RUNFILE ASSIGN TO DD9
           ORGANIZATION IS INDEXED
           RECORD KEY IS RUN-JOB
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS9.
       DATA DIVISION.
       FILE SECTION.

       FD LEDGFILE.
       01 LEDGREC.
              COPY PLF5REC.
       FD CLNFILE.
       01 CLNREC1.
              COPY CLNREC.
       FD CLSFILE.
       01 CLSREC1.
              COPY CLSREC.
       FD RUNFILE.
       01 RUNREC1.
              COPY RUNREC.
       WORKING-STORAGE SECTION.
       01 FS1            PIC 9(02) VALUE 0.
       01 FS2            PIC 9(02) VALUE 0.
       01 FS3            PIC 9(02) VALUE 0.
       01 FS9            PIC 9(02) VALUE 0.
       01 WS-BUS-DATE-N  PIC 9(08) VALUE 0.
       01 WS-RC-STOP     PIC X(01) VALUE 'N'.
       01 WS-EOF         PIC X(01) VALUE 'N'.
       01 WS-CURR-ACCT   PIC X(10) VALUE SPACES.
       01 WS-CLN-FOUND   PIC X(01) VALUE 'N'.
       01 WS-PREV-BAL    PIC S9(09) VALUE -1.
       01 WS-PTR-AMT     PIC 9(08) VALUE 0.
       01 WS-SPLIT-COUNT PIC 9(07) VALUE 0.
       01 WS-SKIP-COUNT  PIC 9(07) VALUE 0.
       01 WS-TOT-TXN     PIC 9(11) VALUE 0.
       01 WS-TOT-PTR     PIC 9(11) VALUE 0.
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           PERFORM 050-RUNCTL-PARA.
           IF WS-RC-STOP = 'Y'
               STOP RUN
           END-IF.
           PERFORM 100-OPEN-PARA.
           PERFORM 300-READ-PARA UNTIL WS-EOF = 'Y'.
           PERFORM 400-CLOSE-PARA.
           DISPLAY "CLSPLIT - ROWS SPLIT: " WS-SPLIT-COUNT
                   " NOT SPLIT: " WS-SKIP-COUNT.
           DISPLAY "CLSPLIT - MOVED: " WS-TOT-TXN
                   " PARTNER PORTION: " WS-TOT-PTR.
           PERFORM 950-RUNCTL-END-PARA.
           STOP RUN.

       050-RUNCTL-PARA.
      *    THE RUN-CONTROL GATE - REFUSES A DUPLICATE SAME-DATE RUN
      *    AND ENFORCES THE NIGHTLY SEQUENCE.
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
                   MOVE 'INTACR  ' TO RUN-JOB
                   READ RUNFILE
                   IF FS9 NOT = 00
                       OR RUN-LAST-DATE-N NOT = WS-BUS-DATE-N
                       OR RUN-STATUS NOT = 'E'
                       DISPLAY "CLSPLIT MUST RUN AFTER INTACR"
                       MOVE 'Y' TO WS-RC-STOP
                   END-IF
                   IF WS-RC-STOP = 'N'
                   MOVE 'CLSPLIT ' TO RUN-JOB
                   READ RUNFILE
                   IF FS9 = 00
                       AND RUN-LAST-DATE-N = WS-BUS-DATE-N
                       DISPLAY "CLSPLIT ALREADY RAN THIS DATE"
                       MOVE 'Y' TO WS-RC-STOP
                   ELSE IF FS9 = 00
                       MOVE WS-BUS-DATE-N TO RUN-LAST-DATE-N
                       MOVE 'S' TO RUN-STATUS
                       REWRITE RUNREC1
                   ELSE
                       DISPLAY "CLSPLIT NOT DEFINED ON RUNCTL"
                       MOVE 'Y' TO WS-RC-STOP
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

       950-RUNCTL-END-PARA.
           MOVE 'CLSPLIT ' TO RUN-JOB.
           READ RUNFILE.
           IF FS9 = 00
               MOVE 'E' TO RUN-STATUS
               REWRITE RUNREC1
           END-IF.
           CLOSE RUNFILE.

       100-OPEN-PARA.
           OPEN INPUT LEDGFILE.
           IF FS1 = 00
               DISPLAY "LEDGFILE OPEN SUCCESS"
           ELSE
               DISPLAY "LEDGFILE OPEN FAILURE" FS1
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN I-O CLNFILE.
           IF FS2 = 00
               DISPLAY "CLNFILE OPEN SUCCESS"
           ELSE
               DISPLAY "CLNFILE OPEN FAILURE" FS2
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN I-O CLSFILE.
           IF FS3 = 00
               DISPLAY "CLSFILE OPEN SUCCESS"
           ELSE
               DISPLAY "CLSFILE OPEN FAILURE" FS3
               MOVE 'Y' TO WS-EOF
           END-IF.

       300-READ-PARA.
      *    THE WHOLE LEDGER IS WALKED IN KEY ORDER SO EACH ROW CAN BE
      *    SET AGAINST THE BALANCE OF THE ROW BEFORE IT - THAT IS HOW
      *    A REVERSAL IS TOLD APART (PAYOUT RETURN OR PAYMENT BACKOUT).
           READ LEDGFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               IF PLF5-ACCOUNT-NO NOT = WS-CURR-ACCT
                   MOVE PLF5-ACCOUNT-NO TO WS-CURR-ACCT
                   MOVE -1 TO WS-PREV-BAL
                   MOVE PLF5-ACCOUNT-NO TO CLN-ACCOUNT-NO
                   READ CLNFILE
                   IF FS2 = 00
                       MOVE 'Y' TO WS-CLN-FOUND
                   ELSE
                       MOVE 00 TO FS2
                       MOVE 'N' TO WS-CLN-FOUND
                   END-IF
               END-IF
               IF WS-CLN-FOUND = 'Y' AND CLN-ACTIVE
                   AND PLF5-TXN-DATE-N = WS-BUS-DATE-N
                   AND PLF5-TXN-DATE-N > CLN-START-DATE-N
                   PERFORM 310-SPLIT-PARA
               END-IF
               MOVE PLF5-BALANCE-AFTER TO WS-PREV-BAL
           END-READ.

       310-SPLIT-PARA.
           MOVE '+' TO CLS-SIGN.
           MOVE SPACE TO CLS-CLASS.
           IF PLF5-DISBURSEMENT OR PLF5-TOPUP
               MOVE 'F' TO CLS-CLASS
           END-IF.
           IF PLF5-REPAYMENT OR PLF5-CLOSURE OR PLF5-FORECLOSURE
               OR PLF5-SUBSIDY OR PLF5-FEE-REFUND
               MOVE 'C' TO CLS-CLASS
           END-IF.
           IF PLF5-BOUNCE
               MOVE 'C' TO CLS-CLASS
               MOVE '-' TO CLS-SIGN
           END-IF.
           IF PLF5-REVERSAL
      *        A SHRINKING BALANCE IS A TRANCHE THAT CAME BACK; A
      *        GROWING ONE IS A REPAYMENT BACKED OUT.
               MOVE '-' TO CLS-SIGN
               IF WS-PREV-BAL NOT < 0
                   AND PLF5-BALANCE-AFTER < WS-PREV-BAL
                   MOVE 'F' TO CLS-CLASS
               ELSE
                   MOVE 'C' TO CLS-CLASS
               END-IF
           END-IF.
           IF PLF5-ACCRUAL
               MOVE 'I' TO CLS-CLASS
           END-IF.
           IF PLF5-CHARGE
               MOVE 'E' TO CLS-CLASS
           END-IF.
      *    A WAIVER GIVES BACK A CHARGE OR PENAL ALREADY BILLED.
           IF PLF5-WAIVER
               MOVE 'E' TO CLS-CLASS
               MOVE '-' TO CLS-SIGN
           END-IF.
      *    AN INTEREST ADJUSTMENT CREDITS BACK INTEREST AND PENAL
      *    ALREADY ACCRUED - THE PARTNER GIVES UP ITS SHARE OF IT.
           IF PLF5-INT-ADJUST
               MOVE 'I' TO CLS-CLASS
               MOVE '-' TO CLS-SIGN
           END-IF.
      *    RESTRUCTURE, BRANCH TRANSFER AND OPENING ROWS MOVE NO MONEY
      *    BETWEEN THE LENDERS - THE PARTNER'S BOOK IS STILL RE-STATED
      *    OFF THEIR BALANCE BELOW.
           IF CLS-CLASS = SPACE
               ADD 1 TO WS-SKIP-COUNT
           ELSE
               PERFORM 320-WRITE-PARA
           END-IF.
           COMPUTE CLN-PTR-OS ROUNDED =
                 PLF5-BALANCE-AFTER * CLN-SHARE-PCT / 100.
           MOVE WS-BUS-DATE-N TO CLN-LAST-DATE-N.
           REWRITE CLNREC1.
           IF FS2 NOT = 00
               DISPLAY "CLNFILE REWRITE FAILURE" FS2 " ON "
                        CLN-ACCOUNT-NO
           END-IF.

       320-WRITE-PARA.
           COMPUTE WS-PTR-AMT ROUNDED =
                 PLF5-TXN-AMOUNT * CLN-SHARE-PCT / 100.
           MOVE PLF5-ACCOUNT-NO  TO CLS-ACCOUNT-NO.
           MOVE PLF5-TXN-DATE-N  TO CLS-TXN-DATE-N.
           MOVE PLF5-TXN-TIME    TO CLS-TXN-TIME.
           MOVE CLN-PARTNER      TO CLS-PARTNER.
           MOVE PLF5-TXN-TYPE    TO CLS-TXN-TYPE.
           MOVE PLF5-TXN-AMOUNT  TO CLS-TXN-AMOUNT.
           MOVE WS-PTR-AMT       TO CLS-PTR-AMOUNT.
           COMPUTE CLS-BANK-AMOUNT = PLF5-TXN-AMOUNT - WS-PTR-AMT.
           MOVE CLN-SHARE-PCT    TO CLS-SHARE-PCT.
           MOVE 0                TO CLS-SETTLE-MONTH.
           WRITE CLSREC1.
           IF FS3 NOT = 00
               DISPLAY "CLSFILE WRITE FAILURE" FS3 " ON "
                        CLS-KEY
           ELSE
               ADD 1 TO WS-SPLIT-COUNT
               ADD PLF5-TXN-AMOUNT TO WS-TOT-TXN
               ADD WS-PTR-AMT TO WS-TOT-PTR
               PERFORM 330-BOOK-PARA
           END-IF.

       330-BOOK-PARA.
      *    THE PARTNER'S RUNNING TOTALS - A REVERSING ROW TAKES BACK
      *    WHAT ITS ORIGINAL PUT IN, NEVER BELOW NOTHING.
           IF CLS-FUNDING AND NOT CLS-REVERSING
               ADD WS-PTR-AMT TO CLN-PTR-FUNDED
           END-IF.
           IF CLS-FUNDING AND CLS-REVERSING
               IF CLN-PTR-FUNDED > WS-PTR-AMT
                   SUBTRACT WS-PTR-AMT FROM CLN-PTR-FUNDED
               ELSE
                   MOVE 0 TO CLN-PTR-FUNDED
               END-IF
           END-IF.
           IF CLS-COLLECTION AND NOT CLS-REVERSING
               ADD WS-PTR-AMT TO CLN-PTR-COLLECTED
           END-IF.
           IF CLS-COLLECTION AND CLS-REVERSING
               IF CLN-PTR-COLLECTED > WS-PTR-AMT
                   SUBTRACT WS-PTR-AMT FROM CLN-PTR-COLLECTED
               ELSE
                   MOVE 0 TO CLN-PTR-COLLECTED
               END-IF
           END-IF.
           IF CLS-INTEREST AND NOT CLS-REVERSING
               ADD WS-PTR-AMT TO CLN-PTR-INTEREST
           END-IF.
           IF CLS-INTEREST AND CLS-REVERSING
               IF CLN-PTR-INTEREST > WS-PTR-AMT
                   SUBTRACT WS-PTR-AMT FROM CLN-PTR-INTEREST
               ELSE
                   MOVE 0 TO CLN-PTR-INTEREST
               END-IF
           END-IF.
           IF CLS-CHARGE AND NOT CLS-REVERSING
               ADD WS-PTR-AMT TO CLN-PTR-CHARGES
           END-IF.
           IF CLS-CHARGE AND CLS-REVERSING
               IF CLN-PTR-CHARGES > WS-PTR-AMT
                   SUBTRACT WS-PTR-AMT FROM CLN-PTR-CHARGES
               ELSE
                   MOVE 0 TO CLN-PTR-CHARGES
               END-IF
           END-IF.

       400-CLOSE-PARA.
           CLOSE LEDGFILE.
           CLOSE CLNFILE.
           CLOSE CLSFILE.
