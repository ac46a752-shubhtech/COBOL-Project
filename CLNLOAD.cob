       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLNLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTFILE ASSIGN TO DD1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS1.
           SELECT CLNFILE ASSIGN TO DD2
           ORGANIZATION IS INDEXED
           RECORD KEY IS CLN-ACCOUNT-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS2.
           SELECT LOANFILE ASSIGN TO DD3
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLF-ACCOUNT-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS3.
           SELECT CLSFILE ASSIGN TO DD4
           ORGANIZATION IS INDEXED
           RECORD KEY IS CLS-KEY
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS4.
           SELECT RUNFILE ASSIGN TO DD9
           ORGANIZATION IS INDEXED
           RECORD KEY IS RUN-JOB
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS9.
       DATA DIVISION.
       FILE SECTION.

       FD EXTFILE.
      *    THE CO-LENDING POOL LIST AGREED WITH THE PARTNER - ONE CARD
      *    PER ACCOUNT: ACCOUNT, PARTNER CODE, PARTNER SHARE IN PERCENT
      *    WITH TWO DECIMALS IMPLIED (02000 = 20.00) AND AN ACTION BYTE
      *    - BLANK TO BRING THE LOAN INTO THE POOL, 'E' WHEN THE BANK
      *    BUYS THE PARTNER'S SHARE BACK. RUN AFTER CLSPLIT: THE SPLIT
      *    OF LEDGER ROWS STARTS FROM THE NEXT BUSINESS DATE.
       01 EXTREC.
           05 EXT-ACCOUNT         PIC X(10).
           05 FILLER              PIC X(01).
           05 EXT-PARTNER         PIC X(06).
           05 FILLER              PIC X(01).
           05 EXT-SHARE           PIC X(05).
           05 FILLER              PIC X(01).
           05 EXT-ACTION          PIC X(01).
               88 EXT-END               VALUE 'E'.
           05 FILLER              PIC X(55).
       FD CLNFILE.
       01 CLNREC1.
              COPY CLNREC.
       FD LOANFILE.
       01 LOANREC.
              COPY PLF3REC.
       FD CLSFILE.
       01 CLSREC1.
              COPY CLSREC.
       FD RUNFILE.
       01 RUNREC1.
              COPY RUNREC.
       WORKING-STORAGE SECTION.
       01 FS1              PIC 9(02) VALUE 0.
       01 FS2              PIC 9(02) VALUE 0.
       01 FS3              PIC 9(02) VALUE 0.
       01 FS4              PIC 9(02) VALUE 0.
       01 FS9              PIC 9(02) VALUE 0.
       01 WS-EOF           PIC X(01) VALUE 'N'.
       01 WS-BUS-DATE-N    PIC 9(08) VALUE 0.
       01 WS-T             PIC X(10) VALUE SPACES.
       01 WS-NOW-TIME      PIC 9(06) VALUE 0.
       01 WS-SHARE-N       PIC 9(03)V99 VALUE 0.
       01 WS-SHARE-X       REDEFINES WS-SHARE-N PIC X(05).
       01 WS-PTR-OS        PIC 9(09) VALUE 0.
       01 WS-CLN-FOUND     PIC X(01) VALUE 'N'.
       01 WS-LOAD-COUNT    PIC 9(05) VALUE 0.
       01 WS-END-COUNT     PIC 9(05) VALUE 0.
       01 WS-REJECT-COUNT  PIC 9(05) VALUE 0.
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           PERFORM 100-OPEN-PARA.
           PERFORM 300-READ-PARA UNTIL WS-EOF = 'Y'.
           PERFORM 400-CLOSE-PARA.
           DISPLAY "CLNLOAD - POOLED: " WS-LOAD-COUNT
                   " BOUGHT BACK: " WS-END-COUNT
                   " REJECTED: " WS-REJECT-COUNT.
           STOP RUN.

       100-OPEN-PARA.
           OPEN INPUT EXTFILE.
           IF FS1 = 00
               DISPLAY "EXTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "EXTFILE OPEN FAILURE" FS1
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN I-O CLNFILE.
           IF FS2 = 00
               DISPLAY "CLNFILE OPEN SUCCESS"
           ELSE
               DISPLAY "CLNFILE OPEN FAILURE" FS2
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN INPUT LOANFILE.
           IF FS3 = 00
               DISPLAY "LOANFILE OPEN SUCCESS"
           ELSE
               DISPLAY "LOANFILE OPEN FAILURE" FS3
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN I-O CLSFILE.
           IF FS4 = 00
               DISPLAY "CLSFILE OPEN SUCCESS"
           ELSE
               DISPLAY "CLSFILE OPEN FAILURE" FS4
               MOVE 'Y' TO WS-EOF
           END-IF.
      *    THE POOL DATE IS THE BUSINESS DATE, NOT THE CLOCK, SO IT
      *    LINES UP WITH THE LEDGER ROWS CLSPLIT COMPARES IT AGAINST.
           OPEN INPUT RUNFILE.
           IF FS9 = 00
               MOVE 'BUSDATE ' TO RUN-JOB
               READ RUNFILE
               IF FS9 = 00
                   MOVE RUN-BUSDATE-N TO WS-BUS-DATE-N
               ELSE
                   DISPLAY "NO BUSINESS DATE ON RUNCTL"
                   MOVE 'Y' TO WS-EOF
               END-IF
               CLOSE RUNFILE
           ELSE
               DISPLAY "RUNFILE OPEN FAILURE" FS9
               MOVE 'Y' TO WS-EOF
           END-IF.
           ACCEPT WS-T FROM TIME.
           MOVE WS-T(1:6) TO WS-NOW-TIME.

       300-READ-PARA.
           READ EXTFILE AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               PERFORM 310-LOAD-PARA
           END-READ.

       310-LOAD-PARA.
           IF EXT-ACCOUNT = SPACES OR EXT-PARTNER = SPACES
               DISPLAY "CLNLOAD - CARD REJECTED: " EXT-ACCOUNT
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE EXT-ACCOUNT TO PLF-ACCOUNT-NO
               READ LOANFILE
               IF FS3 NOT = 00
                   MOVE 00 TO FS3
                   DISPLAY "CLNLOAD - ACCOUNT NOT ON FILE: "
                           EXT-ACCOUNT
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   MOVE EXT-ACCOUNT TO CLN-ACCOUNT-NO
                   READ CLNFILE
                   IF FS2 = 00
                       MOVE 'Y' TO WS-CLN-FOUND
                   ELSE
                       MOVE 00 TO FS2
                       MOVE 'N' TO WS-CLN-FOUND
                   END-IF
                   IF EXT-END
                       PERFORM 330-END-PARA
                   ELSE
                       PERFORM 320-POOL-PARA
                   END-IF
               END-IF
           END-IF.

       320-POOL-PARA.
           MOVE EXT-SHARE TO WS-SHARE-X.
           IF PLF-ACCT-DEAD
               DISPLAY "CLNLOAD - ACCOUNT CLOSED: " EXT-ACCOUNT
               ADD 1 TO WS-REJECT-COUNT
           ELSE IF EXT-SHARE NOT NUMERIC OR WS-SHARE-N = 0
               OR WS-SHARE-N NOT < 100
               DISPLAY "CLNLOAD - SHARE NOT VALID: " EXT-ACCOUNT
                       " " EXT-SHARE
               ADD 1 TO WS-REJECT-COUNT
           ELSE IF WS-CLN-FOUND = 'Y' AND CLN-ACTIVE
               DISPLAY "CLNLOAD - ALREADY CO-LENT: " EXT-ACCOUNT
                       " " CLN-PARTNER
               ADD 1 TO WS-REJECT-COUNT
           ELSE
      *        THE PARTNER BUYS ITS SHARE OF WHAT IS OUTSTANDING TODAY -
      *        THAT BUY-IN IS ITS FIRST FUNDING ROW FOR SETTLEMENT.
               COMPUTE WS-PTR-OS ROUNDED =
                     PLF-LOAN-AMT1 * WS-SHARE-N / 100
               MOVE EXT-PARTNER   TO CLN-PARTNER
               MOVE WS-SHARE-N    TO CLN-SHARE-PCT
               MOVE WS-BUS-DATE-N TO CLN-START-DATE-N
               MOVE 'A'           TO CLN-STATUS
               MOVE WS-PTR-OS     TO CLN-PTR-FUNDED
               MOVE 0             TO CLN-PTR-COLLECTED
               MOVE 0             TO CLN-PTR-INTEREST
               MOVE 0             TO CLN-PTR-CHARGES
               MOVE WS-PTR-OS     TO CLN-PTR-OS
               MOVE WS-BUS-DATE-N TO CLN-LAST-DATE-N
               IF WS-CLN-FOUND = 'Y'
                   REWRITE CLNREC1
               ELSE
                   WRITE CLNREC1
               END-IF
               IF FS2 NOT = 00
                   DISPLAY "CLNFILE WRITE FAILURE" FS2 " ON "
                            CLN-ACCOUNT-NO
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   ADD 1 TO WS-LOAD-COUNT
                   IF WS-PTR-OS > 0
                       MOVE '+' TO CLS-SIGN
                       PERFORM 350-SPLIT-ROW-PARA
                   END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

       330-END-PARA.
           IF WS-CLN-FOUND = 'N' OR NOT CLN-ACTIVE
               DISPLAY "CLNLOAD - NOT CO-LENT: " EXT-ACCOUNT
               ADD 1 TO WS-REJECT-COUNT
           ELSE IF CLN-PARTNER NOT = EXT-PARTNER
               DISPLAY "CLNLOAD - PARTNER DIFFERS: " EXT-ACCOUNT
                       " " CLN-PARTNER
               ADD 1 TO WS-REJECT-COUNT
           ELSE
      *        THE BANK PAYS OUT THE PARTNER'S OUTSTANDING SHARE - A
      *        REVERSING FUNDING ROW THAT SETTLES WITH THE MONTH.
               MOVE CLN-PTR-OS TO WS-PTR-OS
               IF CLN-PTR-FUNDED > WS-PTR-OS
                   SUBTRACT WS-PTR-OS FROM CLN-PTR-FUNDED
               ELSE
                   MOVE 0 TO CLN-PTR-FUNDED
               END-IF
               MOVE 0             TO CLN-PTR-OS
               MOVE 'E'           TO CLN-STATUS
               MOVE WS-BUS-DATE-N TO CLN-LAST-DATE-N
               REWRITE CLNREC1
               IF FS2 NOT = 00
                   DISPLAY "CLNFILE REWRITE FAILURE" FS2 " ON "
                            CLN-ACCOUNT-NO
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   ADD 1 TO WS-END-COUNT
                   IF WS-PTR-OS > 0
                       MOVE '-' TO CLS-SIGN
                       PERFORM 350-SPLIT-ROW-PARA
                   END-IF
               END-IF
           END-IF
           END-IF.

       350-SPLIT-ROW-PARA.
      *    THE BUY-IN OR BUY-BACK ROW - TYPE 'O' AGAINST THE WHOLE
      *    OUTSTANDING, PARTNER PORTION AS AGREED, THE REST THE BANK'S.
           ADD 1 TO WS-NOW-TIME.
           MOVE CLN-ACCOUNT-NO  TO CLS-ACCOUNT-NO.
           MOVE WS-BUS-DATE-N   TO CLS-TXN-DATE-N.
           MOVE WS-NOW-TIME     TO CLS-TXN-TIME.
           MOVE CLN-PARTNER     TO CLS-PARTNER.
           MOVE 'O'             TO CLS-TXN-TYPE.
           MOVE 'F'             TO CLS-CLASS.
           MOVE PLF-LOAN-AMT1   TO CLS-TXN-AMOUNT.
           MOVE WS-PTR-OS       TO CLS-PTR-AMOUNT.
           MOVE 0               TO CLS-BANK-AMOUNT.
           IF PLF-LOAN-AMT1 > WS-PTR-OS
               COMPUTE CLS-BANK-AMOUNT = PLF-LOAN-AMT1 - WS-PTR-OS
           END-IF.
           MOVE CLN-SHARE-PCT   TO CLS-SHARE-PCT.
           MOVE 0               TO CLS-SETTLE-MONTH.
           WRITE CLSREC1.
           IF FS4 NOT = 00
               DISPLAY "CLSFILE WRITE FAILURE" FS4 " ON "
                        CLN-ACCOUNT-NO
           END-IF.

       400-CLOSE-PARA.
           CLOSE EXTFILE.
           CLOSE CLNFILE.
           CLOSE LOANFILE.
           CLOSE CLSFILE.
