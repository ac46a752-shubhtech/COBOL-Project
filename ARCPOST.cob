       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCPOST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CNFFILE ASSIGN TO DD1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS1.
           SELECT CUSTFILE ASSIGN TO DD2
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLF-CUST-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS2.
           SELECT LOANFILE ASSIGN TO DD3
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLF-ACCOUNT-NO
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS3.
           SELECT ARSFILE ASSIGN TO DD4
           ORGANIZATION IS INDEXED
           RECORD KEY IS ARS-ACCOUNT-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS4.
           SELECT GLFILE ASSIGN TO DD5
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS5.
           SELECT OUTFILE ASSIGN TO DD6
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS6.
           SELECT INSTFILE ASSIGN TO DD7
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLF6-KEY
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS7.
           SELECT LGLFILE ASSIGN TO DD8
           ORGANIZATION IS INDEXED
           RECORD KEY IS LGL-ACCOUNT-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS8.
           SELECT RUNFILE ASSIGN TO DD9
           ORGANIZATION IS INDEXED
           RECORD KEY IS RUN-JOB
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS9.
           SELECT COLSFILE ASSIGN TO DD10
           ORGANIZATION IS INDEXED
           RECORD KEY IS CS-ACCOUNT-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS10.
           SELECT ALOFILE ASSIGN TO DD11
           ORGANIZATION IS INDEXED
           RECORD KEY IS ALO-ACCOUNT-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS11.
           SELECT LEDGFILE ASSIGN TO DD12
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLF5-KEY
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS12.
           SELECT PRVFILE ASSIGN TO DD13
           ORGANIZATION IS INDEXED
           RECORD KEY IS PRV-ACCOUNT-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS13.
       DATA DIVISION.
       FILE SECTION.

       FD CNFFILE.
      *    THE ARC'S CONFIRMATION OF THE POOL - ONE CARD PER ACCOUNT:
      *    ACCOUNT, POOL ID, THE PRICE THE ARC PAYS FOR IT IN RUPEES
      *    AND AN ACTION BYTE - BLANK WHEN THE ACCOUNT IS BOUGHT, 'W'
      *    WHEN THE ARC LEAVES IT OUT OF THE DEAL.
       01 CNFREC.
           05 CNF-ACCOUNT         PIC X(10).
           05 FILLER              PIC X(01).
           05 CNF-POOL            PIC X(08).
           05 FILLER              PIC X(01).
           05 CNF-PRICE           PIC X(08).
           05 CNF-PRICE-N REDEFINES CNF-PRICE PIC 9(08).
           05 FILLER              PIC X(01).
           05 CNF-ACTION          PIC X(01).
               88 CNF-WITHDRAW          VALUE 'W'.
           05 FILLER              PIC X(50).
       FD CUSTFILE.
       01 CUSTREC.
              COPY PLF01REC.
       FD LOANFILE.
       01 LOANREC.
              COPY PLF3REC.
       FD ARSFILE.
       01 ARSREC1.
              COPY ARSREC.
       FD GLFILE.
       01 GLREC.
           05 FILLER              PIC X(05).
           05 GACCOUNT-NO     PIC X(10).
           05 FILLER              PIC X(05).
           05 GGL-ACCOUNT     PIC X(16).
           05 FILLER              PIC X(04).
           05 GDR-CR          PIC X(02).
           05 FILLER              PIC X(05).
           05 GGL-AMOUNT      PIC 9(08).
           05 FILLER              PIC X(25).
       FD OUTFILE.
       01 OUTREC.
           05 FILLER              PIC X(02).
           05 OACCOUNT-NO     PIC X(10).
           05 FILLER              PIC X(02).
           05 OBALANCE        PIC Z(07)9.
           05 FILLER              PIC X(02).
           05 OPROVISION      PIC Z(07)9.
           05 FILLER              PIC X(02).
           05 OPRICE          PIC Z(07)9.
           05 FILLER              PIC X(02).
           05 OGAIN-LOSS      PIC Z(07)9.
           05 OGL-SW          PIC X(02).
           05 FILLER              PIC X(02).
           05 ORESULT         PIC X(24).
       FD INSTFILE.
       01 INSTREC1.
              COPY INSTREC.
       FD LGLFILE.
       01 LGLREC1.
              COPY LGLREC.
       FD RUNFILE.
       01 RUNREC1.
              COPY RUNREC.
       FD COLSFILE.
       01 COLSREC1.
              COPY COLSREC.
       FD ALOFILE.
       01 ALOREC1.
              COPY ALOREC.
       FD LEDGFILE.
       01 LEDGREC.
              COPY PLF5REC.
       FD PRVFILE.
       01 PRVREC1.
              COPY PRVREC.
       WORKING-STORAGE SECTION.
       01 FS1            PIC 9(02) VALUE 0.
       01 FS2            PIC 9(02) VALUE 0.
       01 FS3            PIC 9(02) VALUE 0.
       01 FS4            PIC 9(02) VALUE 0.
       01 FS5            PIC 9(02) VALUE 0.
       01 FS6            PIC 9(02) VALUE 0.
       01 FS7            PIC 9(02) VALUE 0.
       01 FS8            PIC 9(02) VALUE 0.
       01 FS9            PIC 9(02) VALUE 0.
       01 FS10           PIC 9(02) VALUE 0.
       01 FS11           PIC 9(02) VALUE 0.
       01 FS12           PIC 9(02) VALUE 0.
       01 FS13           PIC 9(02) VALUE 0.
       01 WS-LGL-OPEN    PIC X(01) VALUE 'N'.
       01 WS-COLS-OPEN   PIC X(01) VALUE 'N'.
       01 WS-ALO-OPEN    PIC X(01) VALUE 'N'.
       01 WS-PRV-OPEN    PIC X(01) VALUE 'N'.
       01 WS-PRV-FOUND   PIC X(01) VALUE 'N'.
       01 WS-PURGE-IX    PIC 9(03) VALUE 0.
       01 WS-EOF         PIC X(01) VALUE 'N'.
       01 WS-BUS-DATE-N  PIC 9(08) VALUE 0.
       01 WS-BUS-DATE-X  REDEFINES WS-BUS-DATE-N.
           05 WS-BD-YYYY     PIC X(04).
           05 WS-BD-MM       PIC X(02).
           05 WS-BD-DD       PIC X(02).
       01 WS-RUN-DATE    PIC X(10) VALUE SPACES.
       01 WS-T           PIC X(10) VALUE SPACES.
       01 WS-RUN-TIME    PIC 9(06) VALUE 0.
       01 WS-LDG-TIME    PIC 9(06) VALUE 0.
       01 WS-BATCH-OPID  PIC X(05) VALUE 'ARCPS'.
       01 WS-BALANCE     PIC 9(08) VALUE 0.
       01 WS-PROVISION   PIC 9(08) VALUE 0.
       01 WS-BOOK-VALUE  PIC 9(08) VALUE 0.
       01 WS-SALE-COUNT  PIC 9(07) VALUE 0.
       01 WS-WDRN-COUNT  PIC 9(07) VALUE 0.
       01 WS-REJ-COUNT   PIC 9(07) VALUE 0.
       01 WS-TOT-BAL     PIC 9(10) VALUE 0.
       01 WS-TOT-PRICE   PIC 9(10) VALUE 0.
       01 WS-TOT-GAIN    PIC 9(10) VALUE 0.
       01 WS-TOT-LOSS    PIC 9(10) VALUE 0.
       01 WS-SAVE-ACCT   PIC X(10).
       01 WS-SAVE-CUST   PIC X(10).
       01 WS-LIVE-FOUND  PIC X(01) VALUE 'N'.
       01 WS-SCAN-EOF    PIC X(01) VALUE 'N'.

       01 HEADER1.
           05 FILLER PIC X(80) VALUE ALL "*".
       01 HEADER4.
           05 FILLER PIC X(20).
           05 FILLER PIC X(40) VALUE "STATE BANK OF INDIA".
           05 FILLER PIC X(20).
       01 HEADER5.
           05 FILLER PIC X(20).
           05 FILLER PIC X(40) VALUE "SALE OF NPA LOANS TO ARC".
           05 FILLER PIC X(20).
       01 HEADER3.
           05 FILLER PIC X(02).
           05 FILLER PIC X(10) VALUE "ACCOUNT".
           05 FILLER PIC X(02).
           05 FILLER PIC X(08) VALUE "BALANCE".
           05 FILLER PIC X(02).
           05 FILLER PIC X(08) VALUE "PROVN".
           05 FILLER PIC X(02).
           05 FILLER PIC X(08) VALUE "PRICE".
           05 FILLER PIC X(02).
           05 FILLER PIC X(10) VALUE "GAIN/LOSS".
           05 FILLER PIC X(02).
           05 FILLER PIC X(24) VALUE "RESULT".
       01 TRAILER1.
           05 FILLER PIC X(05).
           05 FILLER PIC X(26) VALUE "ACCOUNTS SOLD           :".
           05 TSALE-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(42).
       01 TRAILER2.
           05 FILLER PIC X(05).
           05 FILLER PIC X(26) VALUE "WITHDRAWN FROM POOL     :".
           05 TWDRN-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(42).
       01 TRAILER3.
           05 FILLER PIC X(05).
           05 FILLER PIC X(26) VALUE "CARDS REJECTED          :".
           05 TREJ-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(42).
       01 TRAILER4.
           05 FILLER PIC X(05).
           05 FILLER PIC X(26) VALUE "BALANCE DERECOGNISED    :".
           05 TTOT-BAL PIC Z(09)9.
           05 FILLER PIC X(39).
       01 TRAILER5.
           05 FILLER PIC X(05).
           05 FILLER PIC X(26) VALUE "CONSIDERATION RECEIVABLE:".
           05 TTOT-PRICE PIC Z(09)9.
           05 FILLER PIC X(39).
       01 TRAILER6.
           05 FILLER PIC X(05).
           05 FILLER PIC X(26) VALUE "GAIN ON SALE       (CR) :".
           05 TTOT-GAIN PIC Z(09)9.
           05 FILLER PIC X(39).
       01 TRAILER7.
           05 FILLER PIC X(05).
           05 FILLER PIC X(26) VALUE "LOSS ON SALE       (DR) :".
           05 TTOT-LOSS PIC Z(09)9.
           05 FILLER PIC X(39).
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           PERFORM 100-OPEN-PARA.
           PERFORM 150-OPT-OPEN-PARA.
           PERFORM 200-HEADER-PARA.
           PERFORM 300-READ-PARA UNTIL WS-EOF = 'Y'.
           PERFORM 350-TRAILER-PARA.
           PERFORM 400-CLOSE-PARA.
           STOP RUN.

       100-OPEN-PARA.
           OPEN INPUT CNFFILE.
           IF FS1 = 00
               DISPLAY "CNFFILE OPEN SUCCESS"
           ELSE
               DISPLAY "CNFFILE OPEN FAILURE" FS1
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN I-O CUSTFILE.
           IF FS2 = 00
               DISPLAY "CUSTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "CUSTFILE OPEN FAILURE" FS2
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN I-O LOANFILE.
           IF FS3 = 00
               DISPLAY "LOANFILE OPEN SUCCESS"
           ELSE
               DISPLAY "LOANFILE OPEN FAILURE" FS3
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN I-O ARSFILE.
           IF FS4 = 00
               DISPLAY "ARSFILE OPEN SUCCESS"
           ELSE
               DISPLAY "ARSFILE OPEN FAILURE" FS4
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN OUTPUT GLFILE.
           IF FS5 = 00
               DISPLAY "GLFILE OPEN SUCCESS"
           ELSE
               DISPLAY "GLFILE OPEN FAILURE" FS5
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN OUTPUT OUTFILE.
           IF FS6 = 00
               DISPLAY "OUTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "OUTFILE OPEN FAILURE" FS6
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN I-O INSTFILE.
           IF FS7 = 00
               DISPLAY "INSTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "INSTFILE OPEN FAILURE" FS7
           END-IF.
           OPEN I-O LEDGFILE.
           IF FS12 = 00
               DISPLAY "LEDGFILE OPEN SUCCESS"
           ELSE
               DISPLAY "LEDGFILE OPEN FAILURE" FS12
               MOVE 'Y' TO WS-EOF
           END-IF.
      *    THE SALE IS DATED BY THE BUSINESS DATE, NOT THE CLOCK, SO
      *    THE LEDGER ROW AND THE GL LINES FALL ON THE SAME DAY.
           OPEN INPUT RUNFILE.
           IF FS9 = 00
               MOVE 'BUSDATE ' TO RUN-JOB
               READ RUNFILE
               IF FS9 = 00
                   MOVE RUN-BUSDATE-N TO WS-BUS-DATE-N
                   PERFORM 120-PERIOD-GATE-PARA
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
           MOVE WS-T(1:6) TO WS-RUN-TIME.

       120-PERIOD-GATE-PARA.
      *    A SALE DATED INTO A MONTH FINANCE HAS ALREADY CLOSED
      *    (PERCLOSE) WOULD CHANGE THE CLOSED BOOKS - NOTHING POSTS.
           MOVE 'PERIOD  ' TO RUN-JOB.
           READ RUNFILE.
           IF FS9 = 00
               AND RUN-BUSDATE-N NOT < WS-BUS-DATE-N
               DISPLAY "ARCPOST - PERIOD CLOSED THROUGH " RUN-BUSDATE-N
               MOVE 'Y' TO WS-EOF
           END-IF.

       150-OPT-OPEN-PARA.
           OPEN I-O LGLFILE.
           IF FS8 = 00
               DISPLAY "LGLFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-LGL-OPEN
           ELSE
      *        NO CASE FILE JUST MEANS NO CASE TO CLOSE.
               DISPLAY "LGLFILE OPEN FAILURE" FS8
           END-IF.
           OPEN I-O COLSFILE.
           IF FS10 = 00
               DISPLAY "COLSFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-COLS-OPEN
           ELSE
      *        NO COLLECTION FILE JUST MEANS NOBODY WAS CHASING.
               DISPLAY "COLSFILE OPEN FAILURE" FS10
           END-IF.
           OPEN I-O ALOFILE.
           IF FS11 = 00
               DISPLAY "ALOFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-ALO-OPEN
           ELSE
      *        NO ALLOCATION FILE JUST MEANS NO AGENT TO RECALL.
               DISPLAY "ALOFILE OPEN FAILURE" FS11
           END-IF.
           OPEN I-O PRVFILE.
           IF FS13 = 00
               DISPLAY "PRVFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-PRV-OPEN
           ELSE
      *        NO PROVISION REGISTER - THE POOL-TIME FIGURE IS USED.
               DISPLAY "PRVFILE OPEN FAILURE" FS13
           END-IF.

       200-HEADER-PARA.
           MOVE WS-BD-MM   TO WS-RUN-DATE(1:2).
           MOVE "/"        TO WS-RUN-DATE(3:1).
           MOVE WS-BD-DD   TO WS-RUN-DATE(4:2).
           MOVE "/"        TO WS-RUN-DATE(6:1).
           MOVE WS-BD-YYYY TO WS-RUN-DATE(7:4).
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM HEADER4.
           WRITE OUTREC FROM HEADER5.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM HEADER3.
           WRITE OUTREC FROM HEADER1.

       300-READ-PARA.
           READ CNFFILE AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               PERFORM 310-CONFIRM-PARA
           END-READ.

       310-CONFIRM-PARA.
           MOVE LOW-VALUES TO OUTREC.
           MOVE CNF-ACCOUNT TO OACCOUNT-NO.
           MOVE CNF-ACCOUNT TO ARS-ACCOUNT-NO.
           READ ARSFILE.
           IF FS4 NOT = 00
               MOVE 00 TO FS4
               MOVE "NOT IN ANY POOL" TO ORESULT
               WRITE OUTREC
               ADD 1 TO WS-REJ-COUNT
           ELSE IF NOT ARS-POOLED
               MOVE "NOT AWAITING SALE" TO ORESULT
               WRITE OUTREC
               ADD 1 TO WS-REJ-COUNT
           ELSE IF ARS-POOL-ID NOT = CNF-POOL
               MOVE "IN POOL" TO ORESULT
               MOVE ARS-POOL-ID TO ORESULT(9:8)
               WRITE OUTREC
               ADD 1 TO WS-REJ-COUNT
           ELSE IF CNF-WITHDRAW
               MOVE 'W' TO ARS-STATUS
               REWRITE ARSREC1
               MOVE "WITHDRAWN FROM POOL" TO ORESULT
               WRITE OUTREC
               ADD 1 TO WS-WDRN-COUNT
           ELSE IF CNF-PRICE NOT NUMERIC
               MOVE "PRICE NOT VALID" TO ORESULT
               WRITE OUTREC
               ADD 1 TO WS-REJ-COUNT
           ELSE
               MOVE CNF-ACCOUNT TO PLF-ACCOUNT-NO
               READ LOANFILE
               IF FS3 NOT = 00
                   MOVE 00 TO FS3
                   MOVE "ACCOUNT NOT FOUND" TO ORESULT
                   WRITE OUTREC
                   ADD 1 TO WS-REJ-COUNT
               ELSE IF PLF-ACCT-DEAD
                   MOVE "ACCOUNT NO LONGER LIVE" TO ORESULT
                   WRITE OUTREC
                   ADD 1 TO WS-REJ-COUNT
               ELSE
                   PERFORM 320-SALE-PARA
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       320-SALE-PARA.
      *    THE PRINCIPAL STILL ON THE BOOK IS WHAT GOES OUT - INTEREST
      *    DEMANDED ON A 90+ ACCOUNT WAS NEVER TAKEN TO INCOME, SO IT
      *    LEAVES WITH THE LOAN WITHOUT A GL LINE. THE PRICE IS SET
      *    AGAINST BOOK VALUE NET OF THE PROVISION ALREADY HELD AND
      *    THE DIFFERENCE IS THE GAIN OR LOSS ON SALE.
           MOVE PLF-LOAN-AMT1 TO WS-BALANCE.
           MOVE ARS-PROVISION TO WS-PROVISION.
           MOVE 'N' TO WS-PRV-FOUND.
           IF WS-PRV-OPEN = 'Y'
               MOVE PLF-ACCOUNT-NO TO PRV-ACCOUNT-NO
               READ PRVFILE
               IF FS13 = 00
                   MOVE 'Y' TO WS-PRV-FOUND
                   MOVE PRV-CURR-AMT TO WS-PROVISION
               ELSE
                   MOVE 00 TO FS13
               END-IF
           END-IF.
           IF WS-PROVISION > WS-BALANCE
               MOVE WS-BALANCE TO WS-PROVISION
           END-IF.
           COMPUTE WS-BOOK-VALUE = WS-BALANCE - WS-PROVISION.
           MOVE WS-BUS-DATE-N TO ARS-SALE-DATE-N.
           MOVE CNF-PRICE-N TO ARS-PRICE.
           MOVE WS-PROVISION TO ARS-PROVISION.
           IF ARS-PRICE < WS-BOOK-VALUE
               MOVE 'L' TO ARS-GL-SW
               COMPUTE ARS-GL-AMOUNT = WS-BOOK-VALUE - ARS-PRICE
           ELSE
               MOVE 'G' TO ARS-GL-SW
               COMPUTE ARS-GL-AMOUNT = ARS-PRICE - WS-BOOK-VALUE
           END-IF.
           MOVE 0 TO ARS-PAYABLE.
           MOVE 'S' TO ARS-STATUS.
           REWRITE ARSREC1.
           IF FS4 NOT = 00
               DISPLAY "ARSFILE REWRITE FAILURE" FS4 " ON "
                        ARS-ACCOUNT-NO
               MOVE 00 TO FS4
               MOVE "REGISTER NOT UPDATED" TO ORESULT
               WRITE OUTREC
               ADD 1 TO WS-REJ-COUNT
           ELSE
               PERFORM 330-GL-PARA
               PERFORM 340-LEDGER-PARA
               MOVE 0 TO PLF-LOAN-AMT1
               MOVE 0 TO PLF-DUE-AMOUNT
               MOVE 0 TO PLF-FEE-OPEN
               MOVE 'S' TO PLF-ACCT-STATUS
               MOVE WS-BATCH-OPID TO PLF-LAST-OP
               REWRITE LOANREC
               PERFORM 345-PROV-RELEASE-PARA
               PERFORM 380-PURGE-SCHED-PARA
               PERFORM 360-CLOSE-FILES-PARA
               MOVE PLF-ACCOUNT-NO TO WS-SAVE-ACCT
               MOVE PLF-CUST1-NO TO WS-SAVE-CUST
               PERFORM 370-CUST-STATUS-PARA
               MOVE WS-BALANCE TO OBALANCE
               MOVE WS-PROVISION TO OPROVISION
               MOVE ARS-PRICE TO OPRICE
               MOVE ARS-GL-AMOUNT TO OGAIN-LOSS
               IF ARS-GAIN
                   MOVE " G" TO OGL-SW
                   ADD ARS-GL-AMOUNT TO WS-TOT-GAIN
               ELSE
                   MOVE " L" TO OGL-SW
                   ADD ARS-GL-AMOUNT TO WS-TOT-LOSS
               END-IF
               MOVE "SOLD TO ARC" TO ORESULT
               WRITE OUTREC
               ADD 1 TO WS-SALE-COUNT
               ADD WS-BALANCE TO WS-TOT-BAL
               ADD ARS-PRICE TO WS-TOT-PRICE
           END-IF.

       330-GL-PARA.
      *    THE LOAN COMES OFF, THE PROVISION HELD AGAINST IT IS USED,
      *    THE ARC OWES THE PRICE AND THE BALANCING LINE IS THE GAIN
      *    OR LOSS ON SALE.
           IF WS-BALANCE > 0
               MOVE LOW-VALUES TO GLREC
               MOVE PLF-ACCOUNT-NO TO GACCOUNT-NO
               MOVE "LOANS RECEIVABLE" TO GGL-ACCOUNT
               MOVE "CR" TO GDR-CR
               MOVE WS-BALANCE TO GGL-AMOUNT
               WRITE GLREC
           END-IF.
           IF WS-PROVISION > 0
               MOVE LOW-VALUES TO GLREC
               MOVE PLF-ACCOUNT-NO TO GACCOUNT-NO
               MOVE "PROV RESERVE" TO GGL-ACCOUNT
               MOVE "DR" TO GDR-CR
               MOVE WS-PROVISION TO GGL-AMOUNT
               WRITE GLREC
           END-IF.
           IF ARS-PRICE > 0
               MOVE LOW-VALUES TO GLREC
               MOVE PLF-ACCOUNT-NO TO GACCOUNT-NO
               MOVE "ARC RECEIVABLE" TO GGL-ACCOUNT
               MOVE "DR" TO GDR-CR
               MOVE ARS-PRICE TO GGL-AMOUNT
               WRITE GLREC
           END-IF.
           IF ARS-GL-AMOUNT > 0
               MOVE LOW-VALUES TO GLREC
               MOVE PLF-ACCOUNT-NO TO GACCOUNT-NO
               MOVE ARS-GL-AMOUNT TO GGL-AMOUNT
               IF ARS-GAIN
                   MOVE "ARC SALE GAIN" TO GGL-ACCOUNT
                   MOVE "CR" TO GDR-CR
               ELSE
                   MOVE "ARC SALE LOSS" TO GGL-ACCOUNT
                   MOVE "DR" TO GDR-CR
               END-IF
               WRITE GLREC
           END-IF.

       340-LEDGER-PARA.
      *    THE DERECOGNISED BALANCE GOES ON THE LEDGER AS ITS OWN ROW
      *    SO THE STATEMENT AND THE MOVEMENT PROOF SEE THE BALANCE GO
      *    TO NIL. EACH SALE TAKES ITS OWN TIME TICK.
           COMPUTE WS-LDG-TIME = WS-RUN-TIME + WS-SALE-COUNT.
           MOVE PLF-ACCOUNT-NO TO PLF5-ACCOUNT-NO.
           MOVE WS-BUS-DATE-N  TO PLF5-TXN-DATE-N.
           MOVE WS-LDG-TIME    TO PLF5-TXN-TIME.
           MOVE WS-RUN-DATE    TO PLF5-TXN-DATE.
           MOVE 'S'            TO PLF5-TXN-TYPE.
           MOVE WS-BALANCE     TO PLF5-TXN-AMOUNT.
           MOVE WS-BATCH-OPID  TO PLF5-OPERATOR.
           MOVE 0              TO PLF5-BALANCE-AFTER.
           MOVE 0              TO PLF5-RCPT-NO.
           WRITE LEDGREC.
           IF FS12 NOT = 00
               DISPLAY "LEDGFILE WRITE FAILURE" FS12 " ON "
                        PLF-ACCOUNT-NO
               MOVE 00 TO FS12
           END-IF.

       345-PROV-RELEASE-PARA.
      *    THE PROVISION WAS USED BY THE SALE - THE REGISTER STOCK
      *    DROPS TO NIL SO IT STILL EQUALS THE RESERVE ON THE GL.
           IF WS-PRV-FOUND = 'Y'
               MOVE PRV-CURR-AMT TO PRV-PRIOR-AMT
               MOVE 0 TO PRV-CURR-AMT
               MOVE 0 TO PRV-OUTSTANDING
               MOVE WS-BUS-DATE-N TO PRV-DATE-N
               REWRITE PRVREC1
               IF FS13 NOT = 00
                   DISPLAY "PRVFILE REWRITE FAILURE" FS13 " ON "
                            PRV-ACCOUNT-NO
                   MOVE 00 TO FS13
               END-IF
           END-IF.

       380-PURGE-SCHED-PARA.
      *    A SOLD ACCOUNT'S REMAINING SCHEDULE IS CLEARED THE SAME WAY
      *    WRTOFF CLEARS A WRITTEN-OFF ONE.
           IF FS7 NOT = 00
               CONTINUE
           ELSE
               MOVE PLF-ACCOUNT-NO TO PLF6-ACCOUNT-NO
               PERFORM 385-PURGE-STEP-PARA
                  VARYING WS-PURGE-IX FROM 1 BY 1
                  UNTIL WS-PURGE-IX > 240
                  OR FS7 NOT = 00
               MOVE 00 TO FS7
           END-IF.

       385-PURGE-STEP-PARA.
           MOVE WS-PURGE-IX TO PLF6-INST-NO.
           DELETE INSTFILE RECORD.

       360-CLOSE-FILES-PARA.
      *    THE ARC NOW CHASES THE BORROWER - OUR COLLECTION STATUS IS
      *    DROPPED, THE OUTSIDE AGENT IS RECALLED AND ANY COURT CASE
      *    IS CLOSED ON OUR SIDE AS ASSIGNED TO THE ARC.
           IF WS-COLS-OPEN = 'Y'
               MOVE PLF-ACCOUNT-NO TO CS-ACCOUNT-NO
               DELETE COLSFILE RECORD
               MOVE 00 TO FS10
           END-IF.
           IF WS-ALO-OPEN = 'Y'
               MOVE PLF-ACCOUNT-NO TO ALO-ACCOUNT-NO
               READ ALOFILE
               IF FS11 = 00
                   IF ALO-ACTIVE
                       MOVE 'C' TO ALO-STATUS
                       REWRITE ALOREC1
                   END-IF
               END-IF
               MOVE 00 TO FS11
           END-IF.
           IF WS-LGL-OPEN = 'Y'
               MOVE PLF-ACCOUNT-NO TO LGL-ACCOUNT-NO
               READ LGLFILE
               IF FS8 = 00
                   IF LGL-OPEN
                       MOVE 'C' TO LGL-STATUS
                       MOVE "ASSIGNED TO ARC" TO LGL-STAGE
                       REWRITE LGLREC1
                   END-IF
               END-IF
               MOVE 00 TO FS8
           END-IF.

       370-CUST-STATUS-PARA.
      *    SAME RULE AS WRTOFF - THE CUSTOMER ONLY GOES DEAD WHEN NO
      *    OTHER LIVE ACCOUNT OF THE OWNER IS LEFT ON PLF3.
           MOVE 'N' TO WS-LIVE-FOUND.
           MOVE 'N' TO WS-SCAN-EOF.
           MOVE LOW-VALUES TO PLF-ACCOUNT-NO.
           START LOANFILE KEY >= PLF-ACCOUNT-NO
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
           END-START.
           PERFORM 375-CUST-SCAN-PARA
              UNTIL WS-SCAN-EOF = 'Y' OR WS-LIVE-FOUND = 'Y'.
           IF WS-LIVE-FOUND = 'N'
               MOVE WS-SAVE-CUST TO PLF-CUST-NO
               READ CUSTFILE
               IF FS2 = 00
                   MOVE 'S' TO PLF-STATUS
                   REWRITE CUSTREC
               END-IF
               MOVE 00 TO FS2
           END-IF.
           MOVE WS-SAVE-ACCT TO PLF-ACCOUNT-NO.

       375-CUST-SCAN-PARA.
           READ LOANFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-SCAN-EOF
           NOT AT END
               IF PLF-CUST1-NO = WS-SAVE-CUST
                   AND NOT PLF-ACCT-DEAD
                   MOVE 'Y' TO WS-LIVE-FOUND
               END-IF
           END-READ.

       350-TRAILER-PARA.
           WRITE OUTREC FROM HEADER1.
           MOVE WS-SALE-COUNT TO TSALE-COUNT.
           WRITE OUTREC FROM TRAILER1.
           MOVE WS-WDRN-COUNT TO TWDRN-COUNT.
           WRITE OUTREC FROM TRAILER2.
           MOVE WS-REJ-COUNT TO TREJ-COUNT.
           WRITE OUTREC FROM TRAILER3.
           MOVE WS-TOT-BAL TO TTOT-BAL.
           WRITE OUTREC FROM TRAILER4.
           MOVE WS-TOT-PRICE TO TTOT-PRICE.
           WRITE OUTREC FROM TRAILER5.
           MOVE WS-TOT-GAIN TO TTOT-GAIN.
           WRITE OUTREC FROM TRAILER6.
           MOVE WS-TOT-LOSS TO TTOT-LOSS.
           WRITE OUTREC FROM TRAILER7.

       400-CLOSE-PARA.
           IF WS-LGL-OPEN = 'Y'
               CLOSE LGLFILE
           END-IF.
           IF WS-COLS-OPEN = 'Y'
               CLOSE COLSFILE
           END-IF.
           IF WS-ALO-OPEN = 'Y'
               CLOSE ALOFILE
           END-IF.
           IF WS-PRV-OPEN = 'Y'
               CLOSE PRVFILE
           END-IF.
           CLOSE CNFFILE.
           IF FS1 = 00
               DISPLAY "CNFFILE CLOSE SUCCESS"
           ELSE
               DISPLAY "CNFFILE CLOSE FAILURE" FS1
           END-IF.
           CLOSE CUSTFILE.
           IF FS2 = 00
               DISPLAY "CUSTFILE CLOSE SUCCESS"
           ELSE
               DISPLAY "CUSTFILE CLOSE FAILURE" FS2
           END-IF.
           CLOSE LOANFILE.
           IF FS3 = 00
               DISPLAY "LOANFILE CLOSE SUCCESS"
           ELSE
               DISPLAY "LOANFILE CLOSE FAILURE" FS3
           END-IF.
           CLOSE ARSFILE.
           IF FS4 = 00
               DISPLAY "ARSFILE CLOSE SUCCESS"
           ELSE
               DISPLAY "ARSFILE CLOSE FAILURE" FS4
           END-IF.
           CLOSE GLFILE.
           IF FS5 = 00
               DISPLAY "GLFILE CLOSE SUCCESS"
           ELSE
               DISPLAY "GLFILE CLOSE FAILURE" FS5
           END-IF.
           CLOSE OUTFILE.
           IF FS6 = 00
               DISPLAY "OUTFILE CLOSE SUCCESS"
           ELSE
               DISPLAY "OUTFILE CLOSE FAILURE" FS6
           END-IF.
           CLOSE INSTFILE.
           IF FS7 = 00
               DISPLAY "INSTFILE CLOSE SUCCESS"
           ELSE
               DISPLAY "INSTFILE CLOSE FAILURE" FS7
           END-IF.
           CLOSE LEDGFILE.
           IF FS12 = 00
               DISPLAY "LEDGFILE CLOSE SUCCESS"
           ELSE
               DISPLAY "LEDGFILE CLOSE FAILURE" FS12
           END-IF.
