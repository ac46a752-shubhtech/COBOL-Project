       IDENTIFICATION DIVISION.
       PROGRAM-ID. BCFLTR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANFILE ASSIGN TO DD1
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLF-ACCOUNT-NO
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS1.
           SELECT CUSTFILE ASSIGN TO DD2
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLF-CUST-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS2.
           SELECT SNAPFILE ASSIGN TO DD3
           ORGANIZATION IS INDEXED
           RECORD KEY IS SNP-KEY
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS3.
           SELECT LEDGFILE ASSIGN TO DD4
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLF5-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS4.
           SELECT BCFFILE ASSIGN TO DD5
           ORGANIZATION IS INDEXED
           RECORD KEY IS BCF-KEY
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS5.
           SELECT LTRFILE ASSIGN TO DD6
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS6.
           SELECT OUTFILE ASSIGN TO DD7
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS7.
           SELECT RUNFILE ASSIGN TO DD9
           ORGANIZATION IS INDEXED
           RECORD KEY IS RUN-JOB
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS9.
           SELECT CPFFILE ASSIGN TO DD10
           ORGANIZATION IS INDEXED
           RECORD KEY IS CPF-CUST-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS10.
       DATA DIVISION.
       FILE SECTION.

       FD LOANFILE.
       01 LOANREC.
              COPY PLF3REC.
       FD CUSTFILE.
       01 CUSTREC.
              COPY PLF01REC.
       FD SNAPFILE.
       01 SNAPREC1.
              COPY SNPREC.
       FD LEDGFILE.
       01 LEDGREC.
              COPY PLF5REC.
       FD BCFFILE.
       01 BCFREC1.
              COPY BCFREC.
      *  SAME 80-BYTE LETTER LINES AS THE DUNNING LETTER FILE, SO THE
      *  PRINT SHOP PICKS THEM UP WITH THE REST OF THE MAIL.
       FD LTRFILE.
       01 LTRREC                       PIC X(80).
       FD OUTFILE.
       01 OUTREC                       PIC X(80).
       FD RUNFILE.
       01 RUNREC1.
              COPY RUNREC.
       FD CPFFILE.
       01 CPFREC1.
              COPY CPFREC.
       WORKING-STORAGE SECTION.
       01 FS1            PIC 9(02) VALUE 0.
       01 FS2            PIC 9(02) VALUE 0.
       01 FS3            PIC 9(02) VALUE 0.
       01 FS4            PIC 9(02) VALUE 0.
       01 FS5            PIC 9(02) VALUE 0.
       01 FS6            PIC 9(02) VALUE 0.
       01 FS7            PIC 9(02) VALUE 0.
       01 FS9            PIC 9(02) VALUE 0.
       01 FS10           PIC 9(02) VALUE 0.
       01 WS-CPF-OPEN    PIC X(01) VALUE 'N'.
       01 WS-CPF-FOUND   PIC X(01) VALUE 'N'.
       01 WS-EOF         PIC X(01) VALUE 'N'.
       01 WS-LDG-EOF     PIC X(01) VALUE 'N'.
       01 WS-BUS-DATE-N  PIC 9(08) VALUE 0.
       01 WS-BUS-INT     PIC 9(08) VALUE 0.
      *  SYSIN CARD - THE FISCAL YEAR BY ITS OPENING CALENDAR YEAR,
      *  AS INTCERT TAKES IT. A BLANK CARD TAKES THE LATEST YEAR
      *  ENDED ON OR BEFORE THE BUSINESS DATE.
       01 WS-PARM-CARD.
           05 WS-PARM-FY     PIC X(04) VALUE SPACES.
           05 FILLER         PIC X(76) VALUE SPACES.
       01 WS-FY          PIC 9(04) VALUE 0.
       01 WS-FY-FROM     PIC 9(08) VALUE 0.
       01 WS-FY-TO       PIC 9(08) VALUE 0.
       01 WS-NEXT-DAY-N  PIC 9(08) VALUE 0.
       01 WS-NEXT-DAY-X REDEFINES WS-NEXT-DAY-N.
           05 WS-ND-YYYY     PIC 9(04).
           05 WS-ND-MM       PIC 9(02).
           05 WS-ND-DD       PIC 9(02).
      *  THE YEAR'S MOVEMENTS FOR THE ACCOUNT IN HAND, OFF PLF5.
       01 WS-ACCRUED     PIC 9(10) VALUE 0.
       01 WS-INT-ADJ     PIC 9(10) VALUE 0.
       01 WS-CREDITS     PIC 9(10) VALUE 0.
       01 WS-DEBITS      PIC 9(10) VALUE 0.
       01 WS-INT-CHARGED PIC 9(08) VALUE 0.
       01 WS-PAID        PIC 9(08) VALUE 0.
       01 WS-OVERDUE     PIC 9(08) VALUE 0.
       01 WS-LTR-COUNT   PIC 9(07) VALUE 0.
       01 WS-DONE-COUNT  PIC 9(07) VALUE 0.
       01 WS-NOPOS-COUNT PIC 9(07) VALUE 0.
       01 WS-TOT-OS      PIC 9(11) VALUE 0.
       01 WS-TOT-OVERDUE PIC 9(11) VALUE 0.

       01 LTR-BLANK      PIC X(80) VALUE SPACES.
       01 LTR-SEP.
           05 FILLER PIC X(80) VALUE ALL "-".
       01 LTR-TITLE.
           05 FILLER PIC X(16) VALUE SPACES.
           05 FILLER PIC X(48) VALUE
              "STATE BANK OF INDIA - BALANCE CONFIRMATION".
           05 FILLER PIC X(16) VALUE SPACES.
       01 LTR-ADDR1.
           05 FILLER PIC X(04) VALUE 'TO: '.
           05 LADDR-NAME  PIC X(15).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LADDR-ADD   PIC X(15).
           05 FILLER PIC X(08) VALUE '  LANG: '.
           05 LADDR-LANG  PIC X(02).
           05 FILLER PIC X(34) VALUE SPACES.
       01 LTR-ACCT-LINE.
           05 FILLER PIC X(13) VALUE 'LOAN ACCOUNT '.
           05 LACCT       PIC X(10).
           05 FILLER PIC X(21) VALUE ' FOR THE YEAR APRIL 1'.
           05 FILLER PIC X(02) VALUE ', '.
           05 LFY-FROM    PIC 9(04).
           05 FILLER PIC X(14) VALUE ' TO MARCH 31, '.
           05 LFY-TO      PIC 9(04).
           05 FILLER PIC X(12) VALUE SPACES.
       01 LTR-FIG1.
           05 FILLER PIC X(05) VALUE SPACES.
           05 FILLER PIC X(35) VALUE
              'OUTSTANDING AS AT MARCH 31      : '.
           05 LOUTSTANDING PIC Z(07)9.
           05 FILLER PIC X(32) VALUE SPACES.
       01 LTR-FIG2.
           05 FILLER PIC X(05) VALUE SPACES.
           05 FILLER PIC X(35) VALUE
              'INTEREST CHARGED IN THE YEAR    : '.
           05 LINT-CHARGED PIC Z(07)9.
           05 FILLER PIC X(32) VALUE SPACES.
       01 LTR-FIG3.
           05 FILLER PIC X(05) VALUE SPACES.
           05 FILLER PIC X(35) VALUE
              'AMOUNT PAID IN THE YEAR         : '.
           05 LPAID        PIC Z(07)9.
           05 FILLER PIC X(32) VALUE SPACES.
       01 LTR-FIG4.
           05 FILLER PIC X(05) VALUE SPACES.
           05 FILLER PIC X(35) VALUE
              'OVERDUE AS AT MARCH 31          : '.
           05 LOVERDUE     PIC Z(07)9.
           05 FILLER PIC X(32) VALUE SPACES.
       01 LTR-TEXT1.
           05 FILLER PIC X(75) VALUE 'PLEASE CONFIRM THE BALANCE ABOV
      -       'E OR TELL US WHAT YOU BELIEVE YOU OWE, BY'.
           05 FILLER PIC X(05) VALUE SPACES.
       01 LTR-TEXT2.
           05 FILLER PIC X(75) VALUE 'LETTER OR AT THE BRANCH WITHIN
      -       ' 30 DAYS, QUOTING THE LOAN ACCOUNT NO.'.
           05 FILLER PIC X(05) VALUE SPACES.
       01 LTR-SIGN.
           05 FILLER PIC X(34) VALUE
              'FOR STATE BANK OF INDIA - BRANCH '.
           05 LBRANCH     PIC X(04).
           05 FILLER PIC X(42) VALUE SPACES.

       01 HEADER1.
           05 FILLER PIC X(80) VALUE ALL "*".
       01 HEADER4.
           05 FILLER PIC X(20).
           05 FILLER PIC X(40) VALUE "STATE BANK OF INDIA".
           05 FILLER PIC X(20).
       01 HEADER5.
           05 FILLER PIC X(14).
           05 FILLER PIC X(52) VALUE
              "BALANCE CONFIRMATION LETTERS ISSUED".
           05 FILLER PIC X(14).
       01 FY-LINE.
           05 FILLER PIC X(05).
           05 FILLER PIC X(22) VALUE "FISCAL YEAR APRIL 01, ".
           05 FYFROM  PIC 9(04).
           05 FILLER PIC X(14) VALUE " TO MARCH 31, ".
           05 FYTO    PIC 9(04).
           05 FILLER PIC X(31).
       01 HEADER3.
           05 FILLER PIC X(12) VALUE "ACCOUNT NO".
           05 FILLER PIC X(06) VALUE "BRCH".
           05 FILLER PIC X(13) VALUE "  OUTSTANDING".
           05 FILLER PIC X(13) VALUE "     INTEREST".
           05 FILLER PIC X(13) VALUE "         PAID".
           05 FILLER PIC X(13) VALUE "      OVERDUE".
           05 FILLER PIC X(10) VALUE "  LANG".
       01 DETAIL1.
           05 DACCOUNT    PIC X(10).
           05 FILLER      PIC X(02).
           05 DBRANCH     PIC X(04).
           05 FILLER      PIC X(02).
           05 DOUTSTAND   PIC ZZ,ZZZ,ZZ9.
           05 FILLER      PIC X(03).
           05 DINTEREST   PIC ZZ,ZZZ,ZZ9.
           05 FILLER      PIC X(03).
           05 DPAID       PIC ZZ,ZZZ,ZZ9.
           05 FILLER      PIC X(03).
           05 DOVERDUE    PIC ZZ,ZZZ,ZZ9.
           05 FILLER      PIC X(04).
           05 DLANG       PIC X(02).
           05 FILLER      PIC X(07).
       01 TRAILER1.
           05 FILLER PIC X(05).
           05 FILLER PIC X(30) VALUE "LETTERS ISSUED             : ".
           05 TLTR-COUNT  PIC ZZZ,ZZ9.
           05 FILLER PIC X(38).
       01 TRAILER2.
           05 FILLER PIC X(05).
           05 FILLER PIC X(30) VALUE "ALREADY ISSUED - SKIPPED   : ".
           05 TDONE-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(38).
       01 TRAILER3.
           05 FILLER PIC X(05).
           05 FILLER PIC X(30) VALUE "NOT LIVE AT MARCH 31       : ".
           05 TNOPOS-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(38).
       01 TRAILER4.
           05 FILLER PIC X(05).
           05 FILLER PIC X(30) VALUE "TOTAL OUTSTANDING STATED   : ".
           05 TTOT-OS     PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(30).
       01 TRAILER5.
           05 FILLER PIC X(05).
           05 FILLER PIC X(30) VALUE "TOTAL OVERDUE STATED       : ".
           05 TTOT-OVERDUE PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(30).
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *    THE YEAR-END BALANCE CONFIRMATION - ONE LETTER TO EVERY
      *    BORROWER WHOSE ACCOUNT WAS LIVE ON MARCH 31, STATING THE
      *    OUTSTANDING AND OVERDUE FROM THAT NIGHT'S SNAPF POSITION
      *    AND THE INTEREST CHARGED AND AMOUNT PAID IN THE YEAR FROM
      *    PLF5. EACH LETTER IS LOGGED ON BALCONF FOR BCFRSP TO TAKE
      *    THE REPLY AGAINST; A RE-RUN FOR THE SAME YEAR ONLY PICKS
      *    UP ACCOUNTS NOT YET WRITTEN TO. THE ISSUE LIST IS CAPTURED
      *    TO RPTREP WITH RPTLOAD (REPORT ID BCFLTR) LIKE EVERY OTHER
      *    REPORT.
           PERFORM 100-OPEN-PARA.
           PERFORM 150-PARM-PARA.
           IF WS-EOF = 'N'
               PERFORM 200-HEADER-PARA
               PERFORM 300-READ-PARA UNTIL WS-EOF = 'Y'
               PERFORM 450-TRAILER-PARA
           END-IF.
           PERFORM 400-CLOSE-PARA.
           DISPLAY "BCFLTR - FISCAL YEAR " WS-FY
                   " LETTERS: " WS-LTR-COUNT
                   " ALREADY ISSUED: " WS-DONE-COUNT
                   " NOT LIVE: " WS-NOPOS-COUNT.
           STOP RUN.

       100-OPEN-PARA.
           OPEN INPUT LOANFILE.
           IF FS1 = 00
               DISPLAY "LOANFILE OPEN SUCCESS"
           ELSE
               DISPLAY "LOANFILE OPEN FAILURE" FS1
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN INPUT CUSTFILE.
           IF FS2 = 00
               DISPLAY "CUSTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "CUSTFILE OPEN FAILURE" FS2
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN INPUT SNAPFILE.
           IF FS3 = 00
               DISPLAY "SNAPFILE OPEN SUCCESS"
           ELSE
               DISPLAY "SNAPFILE OPEN FAILURE" FS3
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN INPUT LEDGFILE.
           IF FS4 = 00
               DISPLAY "LEDGFILE OPEN SUCCESS"
           ELSE
               DISPLAY "LEDGFILE OPEN FAILURE" FS4
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN I-O BCFFILE.
           IF FS5 = 00
               DISPLAY "BCFFILE OPEN SUCCESS"
           ELSE
               DISPLAY "BCFFILE OPEN FAILURE" FS5
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN OUTPUT LTRFILE.
           IF FS6 = 00
               DISPLAY "LTRFILE OPEN SUCCESS"
           ELSE
               DISPLAY "LTRFILE OPEN FAILURE" FS6
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN OUTPUT OUTFILE.
           IF FS7 = 00
               DISPLAY "OUTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "OUTFILE OPEN FAILURE" FS7
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN INPUT CPFFILE.
           IF FS10 = 00
               DISPLAY "CPFFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-CPF-OPEN
           ELSE
      *        NO PREFERENCE REGISTER - EVERY LETTER GOES OUT IN
      *        ENGLISH.
               DISPLAY "CPFFILE OPEN FAILURE" FS10
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
           ACCEPT WS-PARM-CARD FROM SYSIN.
           IF WS-EOF = 'N'
               COMPUTE WS-BUS-INT =
                     FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-N)
      *        THE YEAR BEFORE THE ONE THE NEXT DAY FALLS IN - ON
      *        MARCH 31 ITSELF THAT IS THE YEAR JUST ENDING.
               COMPUTE WS-NEXT-DAY-N =
                     FUNCTION DATE-OF-INTEGER(WS-BUS-INT + 1)
               IF WS-ND-MM < 4
                   COMPUTE WS-FY = WS-ND-YYYY - 2
               ELSE
                   COMPUTE WS-FY = WS-ND-YYYY - 1
               END-IF
           END-IF.
           IF WS-PARM-FY NUMERIC
               MOVE WS-PARM-FY TO WS-FY
           END-IF.
           COMPUTE WS-FY-FROM = WS-FY * 10000 + 0401.
           COMPUTE WS-FY-TO = (WS-FY + 1) * 10000 + 0331.
      *    THE MARCH 31 POSITION HAS TO EXIST BEFORE ANYONE CAN BE
      *    ASKED TO CONFIRM IT.
           IF WS-EOF = 'N' AND WS-FY-TO > WS-BUS-DATE-N
               DISPLAY "BCFLTR - FISCAL YEAR " WS-FY
                       " HAS NOT ENDED BY " WS-BUS-DATE-N
               MOVE 'Y' TO WS-EOF
           END-IF.

       200-HEADER-PARA.
           MOVE WS-FY TO FYFROM.
           COMPUTE FYTO = WS-FY + 1.
           MOVE WS-FY TO LFY-FROM.
           COMPUTE LFY-TO = WS-FY + 1.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM HEADER4.
           WRITE OUTREC FROM HEADER5.
           WRITE OUTREC FROM FY-LINE.
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
      *    SNAPEOD ONLY WRITES A POSITION FOR A LIVE ACCOUNT, SO THE
      *    MARCH 31 RECORD IS WHAT MAKES THE ACCOUNT LIVE AT YEAR END
      *    - AN ACCOUNT CLOSED SINCE STILL CONFIRMS WHAT IT OWED THEN.
           MOVE PLF-ACCOUNT-NO TO SNP-ACCOUNT-NO.
           MOVE WS-FY-TO TO SNP-DATE-N.
           READ SNAPFILE.
           IF FS3 NOT = 00
               ADD 1 TO WS-NOPOS-COUNT
               MOVE 00 TO FS3
           ELSE
               MOVE PLF-ACCOUNT-NO TO BCF-ACCOUNT-NO
               MOVE WS-FY TO BCF-FY
               READ BCFFILE
               IF FS5 = 00
                   ADD 1 TO WS-DONE-COUNT
               ELSE
                   MOVE 00 TO FS5
                   PERFORM 320-LEDGER-PARA
                   PERFORM 330-CUSTOMER-PARA
                   PERFORM 340-LETTER-PARA
                   PERFORM 350-LOG-PARA
               END-IF
           END-IF.

       320-LEDGER-PARA.
      *    INTEREST CHARGED IS THE YEAR'S ACCRUALS LESS ANY INTEREST
      *    GIVEN BACK ON A VALUE-DATE ADJUSTMENT; THE AMOUNT PAID IS
      *    THE BORROWER'S OWN REPAYMENT, CLOSURE AND FORECLOSURE
      *    CREDITS LESS THOSE BOUNCED OR REVERSED.
           MOVE 0 TO WS-ACCRUED.
           MOVE 0 TO WS-INT-ADJ.
           MOVE 0 TO WS-CREDITS.
           MOVE 0 TO WS-DEBITS.
           MOVE PLF-ACCOUNT-NO TO PLF5-ACCOUNT-NO.
           MOVE WS-FY-FROM TO PLF5-TXN-DATE-N.
           MOVE 0 TO PLF5-TXN-TIME.
           MOVE 'N' TO WS-LDG-EOF.
           START LEDGFILE KEY IS NOT LESS THAN PLF5-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LDG-EOF
           END-START.
           PERFORM 325-LEDGER-NEXT-PARA UNTIL WS-LDG-EOF = 'Y'.
           MOVE 00 TO FS4.
           IF WS-INT-ADJ > WS-ACCRUED
               MOVE 0 TO WS-INT-CHARGED
           ELSE
               COMPUTE WS-INT-CHARGED = WS-ACCRUED - WS-INT-ADJ
           END-IF.
           IF WS-DEBITS > WS-CREDITS
               MOVE 0 TO WS-PAID
           ELSE
               COMPUTE WS-PAID = WS-CREDITS - WS-DEBITS
           END-IF.
      *    A CURRENT ACCOUNT HAS NOTHING OVERDUE - ITS DEMAND IS THE
      *    INSTALMENT NOT YET FALLEN DUE.
           IF SNP-BUCKET = 'C '
               MOVE 0 TO WS-OVERDUE
           ELSE
               COMPUTE WS-OVERDUE = SNP-DUE-AMOUNT + SNP-PENAL
           END-IF.

       325-LEDGER-NEXT-PARA.
           READ LEDGFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-LDG-EOF
           NOT AT END
               IF PLF5-ACCOUNT-NO NOT = PLF-ACCOUNT-NO
                   OR PLF5-TXN-DATE-N > WS-FY-TO
                   MOVE 'Y' TO WS-LDG-EOF
               ELSE IF PLF5-ACCRUAL
                   ADD PLF5-TXN-AMOUNT TO WS-ACCRUED
               ELSE IF PLF5-INT-ADJUST
                   ADD PLF5-TXN-AMOUNT TO WS-INT-ADJ
               ELSE IF PLF5-REPAYMENT OR PLF5-CLOSURE
                       OR PLF5-FORECLOSURE
                   ADD PLF5-TXN-AMOUNT TO WS-CREDITS
               ELSE IF PLF5-BOUNCE OR PLF5-REVERSAL
                   ADD PLF5-TXN-AMOUNT TO WS-DEBITS
               END-IF
               END-IF
               END-IF
               END-IF
               END-IF
           END-READ.

       330-CUSTOMER-PARA.
           MOVE PLF-CUST1-NO TO PLF-CUST-NO.
           READ CUSTFILE.
           IF FS2 NOT = 00
               MOVE SPACES TO PLF-CUST-NAME
               MOVE SPACES TO PLF-CUST-ADD
               DISPLAY "CUSTFILE READ FAILURE" FS2 " ON "
                        PLF-ACCOUNT-NO
               MOVE 00 TO FS2
           END-IF.
      *    THE LANGUAGE IS TAKEN FROM THE PREFERENCE REGISTER, BUT A
      *    DO-NOT-DISTURB DOES NOT STOP THIS LETTER - THE AUDITORS
      *    NEED EVERY BALANCE PUT TO THE BORROWER.
           MOVE 'N' TO WS-CPF-FOUND.
           IF WS-CPF-OPEN = 'Y'
               MOVE PLF-CUST1-NO TO CPF-CUST-NO
               READ CPFFILE
               IF FS10 = 00
                   MOVE 'Y' TO WS-CPF-FOUND
               ELSE
                   MOVE 00 TO FS10
               END-IF
           END-IF.

       340-LETTER-PARA.
           MOVE PLF-CUST-NAME TO LADDR-NAME.
           MOVE PLF-CUST-ADD TO LADDR-ADD.
           MOVE 'EN' TO LADDR-LANG.
           IF WS-CPF-FOUND = 'Y' AND CPF-LANGUAGE NOT = SPACES
               MOVE CPF-LANGUAGE TO LADDR-LANG
           END-IF.
           MOVE PLF-ACCOUNT-NO TO LACCT.
           MOVE SNP-OUTSTANDING TO LOUTSTANDING.
           MOVE WS-INT-CHARGED TO LINT-CHARGED.
           MOVE WS-PAID TO LPAID.
           MOVE WS-OVERDUE TO LOVERDUE.
           MOVE PLF-BRANCH-CODE1 TO LBRANCH.
           WRITE LTRREC FROM LTR-SEP.
           WRITE LTRREC FROM LTR-TITLE.
           WRITE LTRREC FROM LTR-BLANK.
           WRITE LTRREC FROM LTR-ADDR1.
           WRITE LTRREC FROM LTR-ACCT-LINE.
           WRITE LTRREC FROM LTR-BLANK.
           WRITE LTRREC FROM LTR-FIG1.
           WRITE LTRREC FROM LTR-FIG2.
           WRITE LTRREC FROM LTR-FIG3.
           WRITE LTRREC FROM LTR-FIG4.
           WRITE LTRREC FROM LTR-BLANK.
           WRITE LTRREC FROM LTR-TEXT1.
           WRITE LTRREC FROM LTR-TEXT2.
           WRITE LTRREC FROM LTR-BLANK.
           WRITE LTRREC FROM LTR-SIGN.
           WRITE LTRREC FROM LTR-BLANK.
           MOVE SPACES TO DETAIL1.
           MOVE PLF-ACCOUNT-NO TO DACCOUNT.
           MOVE PLF-BRANCH-CODE1 TO DBRANCH.
           MOVE SNP-OUTSTANDING TO DOUTSTAND.
           MOVE WS-INT-CHARGED TO DINTEREST.
           MOVE WS-PAID TO DPAID.
           MOVE WS-OVERDUE TO DOVERDUE.
           MOVE LADDR-LANG TO DLANG.
           WRITE OUTREC FROM DETAIL1.
           ADD 1 TO WS-LTR-COUNT.
           ADD SNP-OUTSTANDING TO WS-TOT-OS.
           ADD WS-OVERDUE TO WS-TOT-OVERDUE.

       350-LOG-PARA.
           MOVE PLF-ACCOUNT-NO TO BCF-ACCOUNT-NO.
           MOVE WS-FY TO BCF-FY.
           MOVE PLF-CUST1-NO TO BCF-CUST-NO.
           MOVE PLF-BRANCH-CODE1 TO BCF-BRANCH.
           MOVE WS-FY-TO TO BCF-AS-AT-N.
           MOVE SNP-OUTSTANDING TO BCF-OUTSTANDING.
           MOVE WS-INT-CHARGED TO BCF-INT-CHARGED.
           MOVE WS-PAID TO BCF-PAID.
           MOVE WS-OVERDUE TO BCF-OVERDUE.
           MOVE WS-BUS-DATE-N TO BCF-SENT-DATE-N.
           MOVE 'S' TO BCF-STATUS.
           MOVE 0 TO BCF-RESP-DATE-N.
           MOVE 0 TO BCF-CUST-BALANCE.
           MOVE SPACES TO BCF-DISPUTE-TEXT.
           MOVE 0 TO BCF-CMP-NO.
           MOVE SPACES TO BCF-RESP-BY.
           WRITE BCFREC1.
           IF FS5 NOT = 00
               DISPLAY "BCFFILE WRITE FAILURE" FS5 " ON "
                        BCF-ACCOUNT-NO
               MOVE 00 TO FS5
           END-IF.

       450-TRAILER-PARA.
           WRITE OUTREC FROM HEADER1.
           MOVE WS-LTR-COUNT TO TLTR-COUNT.
           WRITE OUTREC FROM TRAILER1.
           MOVE WS-DONE-COUNT TO TDONE-COUNT.
           WRITE OUTREC FROM TRAILER2.
           MOVE WS-NOPOS-COUNT TO TNOPOS-COUNT.
           WRITE OUTREC FROM TRAILER3.
           MOVE WS-TOT-OS TO TTOT-OS.
           WRITE OUTREC FROM TRAILER4.
           MOVE WS-TOT-OVERDUE TO TTOT-OVERDUE.
           WRITE OUTREC FROM TRAILER5.
           WRITE OUTREC FROM HEADER1.

       400-CLOSE-PARA.
           CLOSE LOANFILE.
           CLOSE CUSTFILE.
           CLOSE SNAPFILE.
           CLOSE LEDGFILE.
           CLOSE BCFFILE.
           CLOSE LTRFILE.
           CLOSE OUTFILE.
           IF WS-CPF-OPEN = 'Y'
               CLOSE CPFFILE
           END-IF.
