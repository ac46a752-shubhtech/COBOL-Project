       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHCTR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCPTFILE ASSIGN TO DD1
           ORGANIZATION IS INDEXED
           RECORD KEY IS RCPT-NO
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS1.
           SELECT LOANFILE ASSIGN TO DD2
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLF-ACCOUNT-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS2.
           SELECT CUSTFILE ASSIGN TO DD3
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLF-CUST-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS3.
           SELECT INSTFILE ASSIGN TO DD4
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLF6-KEY
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS4.
           SELECT CTRFILE ASSIGN TO DD5
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS5.
           SELECT OUTFILE ASSIGN TO DD6
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS6.
           SELECT RUNFILE ASSIGN TO DD9
           ORGANIZATION IS INDEXED
           RECORD KEY IS RUN-JOB
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS9.
       DATA DIVISION.
       FILE SECTION.

       FD RCPTFILE.
       01 RCPTREC1.
              COPY RCPTREC.
       FD LOANFILE.
       01 LOANREC.
              COPY PLF3REC.
       FD CUSTFILE.
       01 CUSTREC.
              COPY PLF01REC.
       FD INSTFILE.
       01 INSTREC1.
              COPY INSTREC.
       FD CTRFILE.
      *    CASH TRANSACTION REPORT FOR THE REGULATOR - ONE RECORD PER
      *    CUSTOMER WHOSE CASH RECEIPTS FOR THE MONTH, ACROSS ALL
      *    THEIR ACCOUNTS, REACHED THE REPORTING THRESHOLD.
       01 CTRREC.
           05 CTR-MONTH          PIC 9(06).
           05 CTR-BRANCH         PIC X(04).
           05 CTR-CUST-NO        PIC X(10).
           05 CTR-CUST-NAME      PIC X(15).
           05 CTR-PAN            PIC X(10).
           05 CTR-CASH-TOTAL     PIC 9(11).
           05 CTR-CASH-COUNT     PIC 9(05).
           05 FILLER             PIC X(19).
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
       01 FS6            PIC 9(02) VALUE 0.
       01 FS9            PIC 9(02) VALUE 0.
       01 WS-EOF         PIC X(01) VALUE 'N'.
       01 WS-BUS-DATE-N  PIC 9(08) VALUE 0.
      *  SYSIN CARD, ALL POSITIONAL AND ALL OPTIONAL - REPORT MONTH
      *  YYYYMM (DEFAULT THE BUSINESS-DATE MONTH), THE MONTHLY CTR
      *  THRESHOLD, THE SINGLE-PAYMENT CASH LIMIT THAT STRUCTURING
      *  STAYS UNDER, HOW MANY NEAR-LIMIT PAYMENTS IN THE MONTH MAKE
      *  A PATTERN, HOW MANY TELLERS ON ONE ACCOUNT IN ONE DAY MAKE A
      *  PATTERN, AND THE MULTIPLE OF THE EMI A CASH PAYMENT MUST
      *  EXCEED TO BE QUESTIONED.
       01 WS-PARM-CARD.
           05 WS-PARM-MONTH  PIC X(06) VALUE SPACES.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WS-PARM-CTR    PIC X(09) VALUE SPACES.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WS-PARM-LIMIT  PIC X(08) VALUE SPACES.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WS-PARM-REPEAT PIC X(02) VALUE SPACES.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WS-PARM-TELLER PIC X(01) VALUE SPACES.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WS-PARM-MULT   PIC X(02) VALUE SPACES.
           05 FILLER         PIC X(47) VALUE SPACES.
       01 WS-CTR-LIMIT   PIC 9(09) VALUE 001000000.
       01 WS-CASH-LIMIT  PIC 9(08) VALUE 00050000.
       01 WS-NEAR-FLOOR  PIC 9(08) VALUE 0.
       01 WS-REPEAT-MIN  PIC 9(02) VALUE 03.
       01 WS-TELLER-MIN  PIC 9(01) VALUE 2.
       01 WS-EMI-MULT    PIC 9(02) VALUE 03.
       01 WS-RPT-MONTH.
           05 WS-RPT-YYYY    PIC 9(04) VALUE 0.
           05 WS-RPT-MM      PIC 9(02) VALUE 0.
       01 WS-RCP-DATE.
           05 WS-RD-MM       PIC X(02).
           05 FILLER         PIC X(01).
           05 WS-RD-DD       PIC X(02).
           05 FILLER         PIC X(01).
           05 WS-RD-YYYY     PIC X(04).
      *  CUSTOMER AND EMI OF THE ACCOUNT LAST LOOKED UP - ONE PLF3 AND
      *  ONE PLF6 READ SERVE A RUN OF RECEIPTS ON THE SAME ACCOUNT.
       01 WS-LAST-ACCT   PIC X(10) VALUE SPACES.
       01 WS-LAST-CUST   PIC X(10) VALUE SPACES.
       01 WS-LAST-EMI    PIC 9(07) VALUE 0.
       01 WS-CASH-COUNT  PIC 9(07) VALUE 0.
       01 WS-CTR-COUNT   PIC 9(05) VALUE 0.
       01 WS-FLAG-COUNT  PIC 9(05) VALUE 0.
       01 WS-TABLE-FULL  PIC X(01) VALUE 'N'.
      *  CASH RECEIVED PER CUSTOMER FOR THE MONTH.
       01 WS-CU-COUNT    PIC 9(04) VALUE 0.
       01 WS-CU-TABLE.
           05 WS-CU-ENTRY OCCURS 3000 TIMES.
               10 WS-CU-CUST       PIC X(10).
               10 WS-CU-TOTAL      PIC 9(11).
               10 WS-CU-N          PIC 9(05).
               10 WS-CU-NEAR       PIC 9(03).
               10 WS-CU-NEAR-AMT   PIC 9(11).
       01 WS-CX          PIC 9(04) VALUE 0.
       01 WS-CU-HIT      PIC 9(04) VALUE 0.
      *  TELLERS WHO TOOK CASH ON EACH ACCOUNT ON EACH DAY.
       01 WS-AD-COUNT    PIC 9(04) VALUE 0.
       01 WS-AD-TABLE.
           05 WS-AD-ENTRY OCCURS 3000 TIMES.
               10 WS-AD-ACCOUNT    PIC X(10).
               10 WS-AD-DATE       PIC X(10).
               10 WS-AD-CUST       PIC X(10).
               10 WS-AD-AMT        PIC 9(11).
               10 WS-AD-OPS        PIC 9(01).
               10 WS-AD-OP         PIC X(05) OCCURS 5 TIMES.
       01 WS-AX          PIC 9(04) VALUE 0.
       01 WS-AD-HIT      PIC 9(04) VALUE 0.
       01 WS-OX          PIC 9(01) VALUE 0.
       01 WS-OP-HIT      PIC 9(01) VALUE 0.
      *  CASH PAYMENTS FAR ABOVE THE ACCOUNT'S EMI.
       01 WS-PP-COUNT    PIC 9(03) VALUE 0.
       01 WS-PP-TABLE.
           05 WS-PP-ENTRY OCCURS 500 TIMES.
               10 WS-PP-CUST       PIC X(10).
               10 WS-PP-ACCOUNT    PIC X(10).
               10 WS-PP-DATE       PIC X(10).
               10 WS-PP-AMOUNT     PIC 9(08).
               10 WS-PP-TIMES      PIC 9(03).
       01 WS-PX          PIC 9(03) VALUE 0.

       01 HEADER1.
           05 FILLER PIC X(80) VALUE ALL "*".
       01 HEADER4.
           05 FILLER PIC X(20).
           05 FILLER PIC X(40) VALUE "STATE BANK OF INDIA".
           05 FILLER PIC X(20).
       01 HEADER5.
           05 FILLER PIC X(14).
           05 FILLER PIC X(52) VALUE
              "CASH TRANSACTION REPORT - MONTHLY".
           05 FILLER PIC X(14).
       01 HEADER6.
           05 FILLER PIC X(14).
           05 FILLER PIC X(13) VALUE "REPORT MONTH ".
           05 H6-MONTH    PIC 9(06).
           05 FILLER PIC X(14) VALUE "   THRESHOLD  ".
           05 H6-LIMIT    PIC Z(08)9.
           05 FILLER PIC X(24).
       01 HEADER3.
           05 FILLER PIC X(01).
           05 FILLER PIC X(11) VALUE "CUSTOMER".
           05 FILLER PIC X(16) VALUE "NAME".
           05 FILLER PIC X(06) VALUE "BRCH".
           05 FILLER PIC X(11) VALUE "PAN".
           05 FILLER PIC X(15) VALUE "     CASH TOTAL".
           05 FILLER PIC X(08) VALUE "   COUNT".
           05 FILLER PIC X(12).
       01 CTR-LINE.
           05 FILLER      PIC X(01).
           05 CL-CUST     PIC X(10).
           05 FILLER      PIC X(01).
           05 CL-NAME     PIC X(15).
           05 FILLER      PIC X(01).
           05 CL-BRANCH   PIC X(04).
           05 FILLER      PIC X(02).
           05 CL-PAN      PIC X(10).
           05 FILLER      PIC X(01).
           05 CL-TOTAL    PIC Z(13)9.
           05 FILLER      PIC X(03).
           05 CL-COUNT    PIC ZZZZ9.
           05 FILLER      PIC X(13).
       01 HEADER7.
           05 FILLER PIC X(14).
           05 FILLER PIC X(52) VALUE
              "SUSPICIOUS ACTIVITY REVIEW LIST - FOR COMPLIANCE".
           05 FILLER PIC X(14).
       01 HEADER8.
           05 FILLER PIC X(01).
           05 FILLER PIC X(11) VALUE "CUSTOMER".
           05 FILLER PIC X(05) VALUE "BRCH".
           05 FILLER PIC X(11) VALUE "ACCOUNT".
           05 FILLER PIC X(11) VALUE "DATE".
           05 FILLER PIC X(21) VALUE "PATTERN".
           05 FILLER PIC X(12) VALUE "      AMOUNT".
           05 FILLER PIC X(08) VALUE " DETAIL".
       01 SAR-LINE.
           05 FILLER      PIC X(01).
           05 SR-CUST     PIC X(10).
           05 FILLER      PIC X(01).
           05 SR-BRANCH   PIC X(04).
           05 FILLER      PIC X(01).
           05 SR-ACCOUNT  PIC X(10).
           05 FILLER      PIC X(01).
           05 SR-DATE     PIC X(10).
           05 FILLER      PIC X(01).
           05 SR-PATTERN  PIC X(20).
           05 FILLER      PIC X(01).
           05 SR-AMOUNT   PIC Z(10)9.
           05 FILLER      PIC X(01).
           05 SR-DETAIL.
               10 SR-DET-N    PIC ZZ9.
               10 SR-DET-TEXT PIC X(05).
       01 TRAILER1.
           05 FILLER PIC X(02).
           05 FILLER PIC X(24) VALUE "CASH RECEIPTS IN MONTH: ".
           05 TCASH  PIC ZZZ,ZZ9.
           05 FILLER PIC X(20) VALUE "  CTR CUSTOMERS   : ".
           05 TCTR   PIC ZZ,ZZ9.
           05 FILLER PIC X(21).
       01 TRAILER2.
           05 FILLER PIC X(02).
           05 FILLER PIC X(24) VALUE "CASES FOR REVIEW      : ".
           05 TFLAG  PIC ZZ,ZZ9.
           05 FILLER PIC X(48).
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *    LOANPAY RECORDS WHICH REPAYMENTS CAME IN AS CASH BUT NOTHING
      *    WATCHED THE TOTALS. THIS MONTHLY RUN ADDS UP THE MONTH'S
      *    ACTIVE CASH RECEIPTS PER CUSTOMER ACROSS ALL THEIR ACCOUNTS
      *    AND WRITES THE REGULATOR'S CASH TRANSACTION REPORT FILE FOR
      *    EVERY CUSTOMER AT OR OVER THE THRESHOLD. IT ALSO PICKS OUT
      *    THE STRUCTURING PATTERNS - REPEATED CASH PAYMENTS JUST
      *    UNDER THE SINGLE-PAYMENT LIMIT, SEVERAL TELLERS TAKING CASH
      *    ON ONE ACCOUNT ON ONE DAY, AND CASH PAYMENTS FAR ABOVE THE
      *    EMI - ONTO THE SUSPICIOUS-ACTIVITY REVIEW LIST FOR THE
      *    COMPLIANCE OFFICER. THE OUTPUT IS CAPTURED TO RPTREP WITH
      *    RPTLOAD (REPORT ID CASHCTR) LIKE EVERY OTHER REPORT SO
      *    COMPLIANCE PULLS IT FROM RPTVIEW.
           PERFORM 100-OPEN-PARA.
           PERFORM 150-PARM-PARA.
           IF WS-EOF = 'N'
               PERFORM 200-HEADER-PARA
               PERFORM 300-READ-PARA UNTIL WS-EOF = 'Y'
               PERFORM 500-CTR-PARA
                  VARYING WS-CX FROM 1 BY 1
                  UNTIL WS-CX > WS-CU-COUNT
               PERFORM 600-REVIEW-HEAD-PARA
               PERFORM 610-NEAR-PARA
                  VARYING WS-CX FROM 1 BY 1
                  UNTIL WS-CX > WS-CU-COUNT
               PERFORM 620-TELLER-PARA
                  VARYING WS-AX FROM 1 BY 1
                  UNTIL WS-AX > WS-AD-COUNT
               PERFORM 630-PREPAY-PARA
                  VARYING WS-PX FROM 1 BY 1
                  UNTIL WS-PX > WS-PP-COUNT
               PERFORM 450-TRAILER-PARA
           END-IF.
           PERFORM 400-CLOSE-PARA.
           DISPLAY "CASHCTR - CASH RECEIPTS: " WS-CASH-COUNT
                   " CTR: " WS-CTR-COUNT
                   " REVIEW: " WS-FLAG-COUNT.
           STOP RUN.

       100-OPEN-PARA.
           OPEN INPUT RCPTFILE.
           IF FS1 = 00
               DISPLAY "RCPTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "RCPTFILE OPEN FAILURE" FS1
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN INPUT LOANFILE.
           IF FS2 = 00
               DISPLAY "LOANFILE OPEN SUCCESS"
           ELSE
               DISPLAY "LOANFILE OPEN FAILURE" FS2
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN INPUT CUSTFILE.
           IF FS3 = 00
               DISPLAY "CUSTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "CUSTFILE OPEN FAILURE" FS3
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN INPUT INSTFILE.
           IF FS4 = 00
               DISPLAY "INSTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "INSTFILE OPEN FAILURE" FS4
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN OUTPUT CTRFILE.
           IF FS5 = 00
               DISPLAY "CTRFILE OPEN SUCCESS"
           ELSE
               DISPLAY "CTRFILE OPEN FAILURE" FS5
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN OUTPUT OUTFILE.
           IF FS6 = 00
               DISPLAY "OUTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "OUTFILE OPEN FAILURE" FS6
               MOVE 'Y' TO WS-EOF
           END-IF.
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

       150-PARM-PARA.
      *    THE RUN FOLLOWS THE MONTH-END SNAPEOD, SO THE BUSINESS DATE
      *    IS STILL IN THE MONTH BEING REPORTED. A CARD RE-RUNS AN
      *    EARLIER MONTH OR MOVES A THRESHOLD WHEN THE RULES CHANGE.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           MOVE WS-BUS-DATE-N(1:6) TO WS-RPT-MONTH.
           IF WS-PARM-MONTH NUMERIC
               MOVE WS-PARM-MONTH TO WS-RPT-MONTH
           END-IF.
           IF WS-PARM-CTR NUMERIC
               MOVE WS-PARM-CTR TO WS-CTR-LIMIT
           END-IF.
           IF WS-PARM-LIMIT NUMERIC
               MOVE WS-PARM-LIMIT TO WS-CASH-LIMIT
           END-IF.
           IF WS-PARM-REPEAT NUMERIC
               MOVE WS-PARM-REPEAT TO WS-REPEAT-MIN
           END-IF.
           IF WS-PARM-TELLER NUMERIC
               MOVE WS-PARM-TELLER TO WS-TELLER-MIN
           END-IF.
           IF WS-PARM-MULT NUMERIC
               MOVE WS-PARM-MULT TO WS-EMI-MULT
           END-IF.
           IF WS-RPT-MM < 1 OR WS-RPT-MM > 12
               DISPLAY "CASHCTR - BAD REPORT MONTH " WS-RPT-MONTH
               MOVE 'Y' TO WS-EOF
           END-IF.
      *    "JUST UNDER" IS THE TOP TENTH BELOW THE LIMIT.
           COMPUTE WS-NEAR-FLOOR = WS-CASH-LIMIT * 90 / 100.
           MOVE WS-RPT-MONTH TO H6-MONTH.
           MOVE WS-CTR-LIMIT TO H6-LIMIT.
           DISPLAY "CASHCTR - MONTH " WS-RPT-MONTH
                   " THRESHOLD " WS-CTR-LIMIT
                   " CASH LIMIT " WS-CASH-LIMIT.

       200-HEADER-PARA.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM HEADER4.
           WRITE OUTREC FROM HEADER5.
           WRITE OUTREC FROM HEADER6.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM HEADER3.
           WRITE OUTREC FROM HEADER1.

       300-READ-PARA.
           READ RCPTFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               MOVE RCPT-DATE TO WS-RCP-DATE
               IF RCPT-MODE-CASH AND RCPT-ACTIVE
                   AND WS-RD-YYYY = WS-RPT-YYYY
                   AND WS-RD-MM = WS-RPT-MM
                   PERFORM 310-CASH-PARA
               END-IF
           END-READ.

       310-CASH-PARA.
           ADD 1 TO WS-CASH-COUNT.
           IF RCPT-ACCOUNT-NO NOT = WS-LAST-ACCT
               PERFORM 315-ACCOUNT-PARA
           END-IF.
           PERFORM 320-CUST-FIND-PARA.
           IF WS-CU-HIT > 0
               ADD RCPT-AMOUNT TO WS-CU-TOTAL(WS-CU-HIT)
               ADD 1 TO WS-CU-N(WS-CU-HIT)
               IF RCPT-AMOUNT >= WS-NEAR-FLOOR
                   AND RCPT-AMOUNT < WS-CASH-LIMIT
                   ADD 1 TO WS-CU-NEAR(WS-CU-HIT)
                   ADD RCPT-AMOUNT TO WS-CU-NEAR-AMT(WS-CU-HIT)
               END-IF
           END-IF.
           PERFORM 330-DAY-FIND-PARA.
           IF WS-AD-HIT > 0
               ADD RCPT-AMOUNT TO WS-AD-AMT(WS-AD-HIT)
               MOVE 0 TO WS-OP-HIT
               PERFORM 335-OP-STEP-PARA
                  VARYING WS-OX FROM 1 BY 1
                  UNTIL WS-OX > WS-AD-OPS(WS-AD-HIT) OR WS-OP-HIT > 0
               IF WS-OP-HIT = 0 AND WS-AD-OPS(WS-AD-HIT) < 5
                   ADD 1 TO WS-AD-OPS(WS-AD-HIT)
                   MOVE RCPT-OPERATOR
                     TO WS-AD-OP(WS-AD-HIT, WS-AD-OPS(WS-AD-HIT))
               END-IF
           END-IF.
           IF WS-LAST-EMI > 0
               AND RCPT-AMOUNT > WS-LAST-EMI * WS-EMI-MULT
               AND WS-PP-COUNT < 500
               ADD 1 TO WS-PP-COUNT
               MOVE WS-LAST-CUST TO WS-PP-CUST(WS-PP-COUNT)
               MOVE RCPT-ACCOUNT-NO TO WS-PP-ACCOUNT(WS-PP-COUNT)
               MOVE RCPT-DATE TO WS-PP-DATE(WS-PP-COUNT)
               MOVE RCPT-AMOUNT TO WS-PP-AMOUNT(WS-PP-COUNT)
               COMPUTE WS-PP-TIMES(WS-PP-COUNT) =
                     RCPT-AMOUNT / WS-LAST-EMI
                  ON SIZE ERROR
                     MOVE 999 TO WS-PP-TIMES(WS-PP-COUNT)
               END-COMPUTE
           END-IF.

       315-ACCOUNT-PARA.
      *    THE ACCOUNT'S BORROWER, AND THE LEVEL EMI OFF THE FIRST
      *    INSTALLMENT OF THE AMORT SCHEDULE. AN ACCOUNT STILL IN
      *    MORATORIUM HAS NO SCHEDULE AND IS NOT TESTED AGAINST AN EMI.
      *    AN ACCOUNT NO LONGER ON PLF3 STANDS AS ITS OWN CUSTOMER.
           MOVE RCPT-ACCOUNT-NO TO WS-LAST-ACCT.
           MOVE RCPT-ACCOUNT-NO TO PLF-ACCOUNT-NO.
           READ LOANFILE.
           IF FS2 = 00
               MOVE PLF-CUST1-NO TO WS-LAST-CUST
           ELSE
               MOVE RCPT-ACCOUNT-NO TO WS-LAST-CUST
               MOVE 00 TO FS2
           END-IF.
           MOVE RCPT-ACCOUNT-NO TO PLF6-ACCOUNT-NO.
           MOVE 1 TO PLF6-INST-NO.
           READ INSTFILE.
           IF FS4 = 00
               MOVE PLF6-EMI TO WS-LAST-EMI
           ELSE
               MOVE 0 TO WS-LAST-EMI
               MOVE 00 TO FS4
           END-IF.

       320-CUST-FIND-PARA.
           MOVE 0 TO WS-CU-HIT.
           PERFORM 325-CUST-STEP-PARA
              VARYING WS-CX FROM 1 BY 1
              UNTIL WS-CX > WS-CU-COUNT OR WS-CU-HIT > 0.
           IF WS-CU-HIT = 0
               IF WS-CU-COUNT < 3000
                   ADD 1 TO WS-CU-COUNT
                   MOVE WS-CU-COUNT TO WS-CU-HIT
                   MOVE WS-LAST-CUST TO WS-CU-CUST(WS-CU-HIT)
                   MOVE 0 TO WS-CU-TOTAL(WS-CU-HIT)
                   MOVE 0 TO WS-CU-N(WS-CU-HIT)
                   MOVE 0 TO WS-CU-NEAR(WS-CU-HIT)
                   MOVE 0 TO WS-CU-NEAR-AMT(WS-CU-HIT)
               ELSE
                   PERFORM 390-FULL-PARA
               END-IF
           END-IF.

       325-CUST-STEP-PARA.
           IF WS-CU-CUST(WS-CX) = WS-LAST-CUST
               MOVE WS-CX TO WS-CU-HIT
           END-IF.

       330-DAY-FIND-PARA.
           MOVE 0 TO WS-AD-HIT.
           PERFORM 332-DAY-STEP-PARA
              VARYING WS-AX FROM 1 BY 1
              UNTIL WS-AX > WS-AD-COUNT OR WS-AD-HIT > 0.
           IF WS-AD-HIT = 0
               IF WS-AD-COUNT < 3000
                   ADD 1 TO WS-AD-COUNT
                   MOVE WS-AD-COUNT TO WS-AD-HIT
                   MOVE RCPT-ACCOUNT-NO TO WS-AD-ACCOUNT(WS-AD-HIT)
                   MOVE RCPT-DATE TO WS-AD-DATE(WS-AD-HIT)
                   MOVE WS-LAST-CUST TO WS-AD-CUST(WS-AD-HIT)
                   MOVE 0 TO WS-AD-AMT(WS-AD-HIT)
                   MOVE 0 TO WS-AD-OPS(WS-AD-HIT)
               ELSE
                   PERFORM 390-FULL-PARA
               END-IF
           END-IF.

       332-DAY-STEP-PARA.
           IF WS-AD-ACCOUNT(WS-AX) = RCPT-ACCOUNT-NO
               AND WS-AD-DATE(WS-AX) = RCPT-DATE
               MOVE WS-AX TO WS-AD-HIT
           END-IF.

       335-OP-STEP-PARA.
           IF WS-AD-OP(WS-AD-HIT, WS-OX) = RCPT-OPERATOR
               MOVE WS-OX TO WS-OP-HIT
           END-IF.

       390-FULL-PARA.
      *    A FULL TABLE MUST NOT PASS SILENTLY - THE REGULATOR'S FILE
      *    WOULD BE SHORT. THE CONSOLE MESSAGE GOES OUT ONCE.
           IF WS-TABLE-FULL = 'N'
               DISPLAY "CASHCTR - TABLE FULL - RAISE THE OCCURS "
                       "AND RERUN"
               MOVE 'Y' TO WS-TABLE-FULL
           END-IF.

       500-CTR-PARA.
           IF WS-CU-TOTAL(WS-CX) >= WS-CTR-LIMIT
               PERFORM 510-CUST-READ-PARA
               MOVE SPACES TO CTRREC
               MOVE WS-RPT-MONTH TO CTR-MONTH
               MOVE WS-CU-CUST(WS-CX) TO CTR-CUST-NO
               MOVE WS-CU-TOTAL(WS-CX) TO CTR-CASH-TOTAL
               MOVE WS-CU-N(WS-CX) TO CTR-CASH-COUNT
               IF FS3 = 00
                   MOVE PLF-BRANCH-CODE TO CTR-BRANCH
                   MOVE PLF-CUST-NAME TO CTR-CUST-NAME
                   MOVE PLF-PAN TO CTR-PAN
               ELSE
                   MOVE 00 TO FS3
               END-IF
               WRITE CTRREC
               ADD 1 TO WS-CTR-COUNT
               MOVE SPACES TO CTR-LINE
               MOVE CTR-CUST-NO TO CL-CUST
               MOVE CTR-CUST-NAME TO CL-NAME
               MOVE CTR-BRANCH TO CL-BRANCH
               MOVE CTR-PAN TO CL-PAN
               MOVE CTR-CASH-TOTAL TO CL-TOTAL
               MOVE CTR-CASH-COUNT TO CL-COUNT
               WRITE OUTREC FROM CTR-LINE
           END-IF.

       510-CUST-READ-PARA.
           MOVE SPACES TO PLF-BRANCH-CODE PLF-CUST-NAME PLF-PAN.
           MOVE WS-CU-CUST(WS-CX) TO PLF-CUST-NO.
           READ CUSTFILE.

       600-REVIEW-HEAD-PARA.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM HEADER7.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM HEADER8.
           WRITE OUTREC FROM HEADER1.

       610-NEAR-PARA.
           IF WS-CU-NEAR(WS-CX) >= WS-REPEAT-MIN
               PERFORM 510-CUST-READ-PARA
               MOVE SPACES TO SAR-LINE
               MOVE WS-CU-CUST(WS-CX) TO SR-CUST
               PERFORM 690-BRANCH-PARA
               MOVE "REPEATED NEAR LIMIT" TO SR-PATTERN
               MOVE WS-CU-NEAR-AMT(WS-CX) TO SR-AMOUNT
               MOVE WS-CU-NEAR(WS-CX) TO SR-DET-N
               MOVE " PAYS" TO SR-DET-TEXT
               PERFORM 695-WRITE-PARA
           END-IF.

       620-TELLER-PARA.
           IF WS-AD-OPS(WS-AX) >= WS-TELLER-MIN
               MOVE WS-AD-CUST(WS-AX) TO PLF-CUST-NO
               MOVE SPACES TO PLF-BRANCH-CODE
               READ CUSTFILE
               MOVE SPACES TO SAR-LINE
               MOVE WS-AD-CUST(WS-AX) TO SR-CUST
               PERFORM 690-BRANCH-PARA
               MOVE WS-AD-ACCOUNT(WS-AX) TO SR-ACCOUNT
               MOVE WS-AD-DATE(WS-AX) TO SR-DATE
               MOVE "TELLERS SAME DAY" TO SR-PATTERN
               MOVE WS-AD-AMT(WS-AX) TO SR-AMOUNT
               MOVE WS-AD-OPS(WS-AX) TO SR-DET-N
               MOVE " TLRS" TO SR-DET-TEXT
               PERFORM 695-WRITE-PARA
           END-IF.

       630-PREPAY-PARA.
           MOVE WS-PP-CUST(WS-PX) TO PLF-CUST-NO.
           MOVE SPACES TO PLF-BRANCH-CODE.
           READ CUSTFILE.
           MOVE SPACES TO SAR-LINE.
           MOVE WS-PP-CUST(WS-PX) TO SR-CUST.
           PERFORM 690-BRANCH-PARA.
           MOVE WS-PP-ACCOUNT(WS-PX) TO SR-ACCOUNT.
           MOVE WS-PP-DATE(WS-PX) TO SR-DATE.
           MOVE "CASH FAR ABOVE EMI" TO SR-PATTERN.
           MOVE WS-PP-AMOUNT(WS-PX) TO SR-AMOUNT.
           MOVE WS-PP-TIMES(WS-PX) TO SR-DET-N.
           MOVE "X EMI" TO SR-DET-TEXT.
           PERFORM 695-WRITE-PARA.

       690-BRANCH-PARA.
           IF FS3 = 00
               MOVE PLF-BRANCH-CODE TO SR-BRANCH
           ELSE
               MOVE "UNKN" TO SR-BRANCH
               MOVE 00 TO FS3
           END-IF.

       695-WRITE-PARA.
           WRITE OUTREC FROM SAR-LINE.
           ADD 1 TO WS-FLAG-COUNT.

       450-TRAILER-PARA.
           WRITE OUTREC FROM HEADER1.
           MOVE WS-CASH-COUNT TO TCASH.
           MOVE WS-CTR-COUNT TO TCTR.
           WRITE OUTREC FROM TRAILER1.
           MOVE WS-FLAG-COUNT TO TFLAG.
           WRITE OUTREC FROM TRAILER2.
           WRITE OUTREC FROM HEADER1.

       400-CLOSE-PARA.
           CLOSE RCPTFILE.
           CLOSE LOANFILE.
           CLOSE CUSTFILE.
           CLOSE INSTFILE.
           CLOSE CTRFILE.
           CLOSE OUTFILE.
