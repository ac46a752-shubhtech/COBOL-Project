       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCPOOL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRVFILE ASSIGN TO DD1
           ORGANIZATION IS INDEXED
           RECORD KEY IS PRV-ACCOUNT-NO
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS1.
           SELECT LOANFILE ASSIGN TO DD2
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLF-ACCOUNT-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS2.
           SELECT LGLFILE ASSIGN TO DD3
           ORGANIZATION IS INDEXED
           RECORD KEY IS LGL-ACCOUNT-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS3.
           SELECT COLFILE ASSIGN TO DD4
           ORGANIZATION IS INDEXED
           RECORD KEY IS COL-ACCOUNT-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS4.
           SELECT CLNFILE ASSIGN TO DD5
           ORGANIZATION IS INDEXED
           RECORD KEY IS CLN-ACCOUNT-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS5.
           SELECT ARSFILE ASSIGN TO DD6
           ORGANIZATION IS INDEXED
           RECORD KEY IS ARS-ACCOUNT-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS6.
           SELECT POOLFILE ASSIGN TO DD7
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS7.
           SELECT OUTFILE ASSIGN TO DD8
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS8.
           SELECT RUNFILE ASSIGN TO DD9
           ORGANIZATION IS INDEXED
           RECORD KEY IS RUN-JOB
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS9.
       DATA DIVISION.
       FILE SECTION.

       FD PRVFILE.
       01 PRVREC1.
              COPY PRVREC.
       FD LOANFILE.
       01 LOANREC.
              COPY PLF3REC.
       FD LGLFILE.
       01 LGLREC1.
              COPY LGLREC.
       FD COLFILE.
       01 COLREC1.
              COPY COLREC.
       FD CLNFILE.
       01 CLNREC1.
              COPY CLNREC.
       FD ARSFILE.
       01 ARSREC1.
              COPY ARSREC.
       FD POOLFILE.
      *    THE POOL AS OFFERED - ONE ARCSALE-LAYOUT RECORD PER ACCOUNT,
      *    HANDED TO THE ARC FOR ITS DUE DILIGENCE.
       01 POOLREC               PIC X(92).
       FD OUTFILE.
       01 OUTREC.
           05 FILLER              PIC X(02).
           05 OACCOUNT-NO     PIC X(10).
           05 FILLER              PIC X(02).
           05 OOUTSTANDING    PIC Z(07)9.
           05 FILLER              PIC X(02).
           05 OPROVISION      PIC Z(07)9.
           05 FILLER              PIC X(02).
           05 OLGL-STATUS     PIC X(06).
           05 FILLER              PIC X(02).
           05 OCOL-VALUE      PIC Z(07)9.
           05 FILLER              PIC X(02).
           05 OREMARK         PIC X(24).
           05 FILLER              PIC X(04).
       FD RUNFILE.
       01 RUNREC1.
              COPY RUNREC.
       WORKING-STORAGE SECTION.
       01 FS1              PIC 9(02) VALUE 0.
       01 FS2              PIC 9(02) VALUE 0.
       01 FS3              PIC 9(02) VALUE 0.
       01 FS4              PIC 9(02) VALUE 0.
       01 FS5              PIC 9(02) VALUE 0.
       01 FS6              PIC 9(02) VALUE 0.
       01 FS7              PIC 9(02) VALUE 0.
       01 FS8              PIC 9(02) VALUE 0.
       01 FS9              PIC 9(02) VALUE 0.
       01 WS-LGL-OPEN      PIC X(01) VALUE 'N'.
       01 WS-COL-OPEN      PIC X(01) VALUE 'N'.
       01 WS-CLN-OPEN      PIC X(01) VALUE 'N'.
       01 WS-EOF           PIC X(01) VALUE 'N'.
       01 WS-BUS-DATE-N    PIC 9(08) VALUE 0.
       01 WS-PARM-CARD.
           05 WS-PARM-POOL     PIC X(08).
           05 FILLER           PIC X(01).
           05 WS-PARM-ARC      PIC X(06).
           05 FILLER           PIC X(01).
           05 WS-PARM-MIN      PIC X(08).
           05 FILLER           PIC X(01).
           05 WS-PARM-MAX      PIC X(08).
           05 FILLER           PIC X(01).
           05 WS-PARM-BRANCH   PIC X(04).
           05 FILLER           PIC X(42).
       01 WS-MIN-OS        PIC 9(08) VALUE 0.
       01 WS-MAX-OS        PIC 9(08) VALUE 99999999.
       01 WS-OUTSTANDING   PIC 9(09) VALUE 0.
       01 WS-ARS-FOUND     PIC X(01) VALUE 'N'.
       01 WS-REMARK        PIC X(24) VALUE SPACES.
       01 WS-POOL-COUNT    PIC 9(07) VALUE 0.
       01 WS-SKIP-COUNT    PIC 9(07) VALUE 0.
       01 WS-POOL-OS       PIC 9(10) VALUE 0.
       01 WS-POOL-PROV     PIC 9(10) VALUE 0.
       01 WS-POOL-COL      PIC 9(10) VALUE 0.

       01 HEADER1.
           05 FILLER PIC X(80) VALUE ALL "*".
       01 HEADER4.
           05 FILLER PIC X(20).
           05 FILLER PIC X(40) VALUE "STATE BANK OF INDIA".
           05 FILLER PIC X(20).
       01 HEADER5.
           05 FILLER PIC X(20).
           05 FILLER PIC X(40) VALUE "NPA POOL FOR SALE TO ARC".
           05 FILLER PIC X(20).
       01 HEADER2.
           05 FILLER PIC X(02).
           05 FILLER PIC X(06) VALUE "POOL: ".
           05 HPOOL  PIC X(08).
           05 FILLER PIC X(04).
           05 FILLER PIC X(05) VALUE "ARC: ".
           05 HARC   PIC X(06).
           05 FILLER PIC X(04).
           05 FILLER PIC X(06) VALUE "DATE: ".
           05 HDATE  PIC 9(08).
           05 FILLER PIC X(31).
       01 HEADER3.
           05 FILLER PIC X(02).
           05 FILLER PIC X(10) VALUE "ACCOUNT".
           05 FILLER PIC X(02).
           05 FILLER PIC X(08) VALUE "BALANCE".
           05 FILLER PIC X(02).
           05 FILLER PIC X(08) VALUE "PROVN".
           05 FILLER PIC X(02).
           05 FILLER PIC X(06) VALUE "LEGAL".
           05 FILLER PIC X(02).
           05 FILLER PIC X(08) VALUE "SECURITY".
           05 FILLER PIC X(02).
           05 FILLER PIC X(24) VALUE "REMARK".
           05 FILLER PIC X(04).
       01 TRAILER1.
           05 FILLER PIC X(05).
           05 FILLER PIC X(26) VALUE "ACCOUNTS POOLED         :".
           05 TPOOL-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(42).
       01 TRAILER2.
           05 FILLER PIC X(05).
           05 FILLER PIC X(26) VALUE "90+ ACCOUNTS PASSED OVER:".
           05 TSKIP-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(42).
       01 TRAILER3.
           05 FILLER PIC X(05).
           05 FILLER PIC X(26) VALUE "POOL OUTSTANDING        :".
           05 TPOOL-OS PIC Z(09)9.
           05 FILLER PIC X(39).
       01 TRAILER4.
           05 FILLER PIC X(05).
           05 FILLER PIC X(26) VALUE "PROVISION HELD          :".
           05 TPOOL-PROV PIC Z(09)9.
           05 FILLER PIC X(39).
       01 TRAILER5.
           05 FILLER PIC X(05).
           05 FILLER PIC X(26) VALUE "SECURITY VALUE          :".
           05 TPOOL-COL PIC Z(09)9.
           05 FILLER PIC X(39).
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           PERFORM 100-OPEN-PARA.
           PERFORM 150-PARM-PARA.
           PERFORM 200-HEADER-PARA.
           PERFORM 300-READ-PARA UNTIL WS-EOF = 'Y'.
           PERFORM 350-TRAILER-PARA.
           PERFORM 400-CLOSE-PARA.
           STOP RUN.

       100-OPEN-PARA.
           OPEN INPUT PRVFILE.
           IF FS1 = 00
               DISPLAY "PRVFILE OPEN SUCCESS"
           ELSE
               DISPLAY "PRVFILE OPEN FAILURE" FS1
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN INPUT LOANFILE.
           IF FS2 = 00
               DISPLAY "LOANFILE OPEN SUCCESS"
           ELSE
               DISPLAY "LOANFILE OPEN FAILURE" FS2
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN INPUT LGLFILE.
           IF FS3 = 00
               DISPLAY "LGLFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-LGL-OPEN
           ELSE
      *        NO CASE FILE JUST MEANS NO ACCOUNT IS IN COURT.
               DISPLAY "LGLFILE OPEN FAILURE" FS3
           END-IF.
           OPEN INPUT COLFILE.
           IF FS4 = 00
               DISPLAY "COLFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-COL-OPEN
           ELSE
      *        NO SECURITY FILE JUST MEANS EVERY LOAN IS UNSECURED.
               DISPLAY "COLFILE OPEN FAILURE" FS4
           END-IF.
           OPEN INPUT CLNFILE.
           IF FS5 = 00
               DISPLAY "CLNFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-CLN-OPEN
           ELSE
      *        NO CO-LENDING FILE JUST MEANS NOTHING IS CO-LENT.
               DISPLAY "CLNFILE OPEN FAILURE" FS5
           END-IF.
           OPEN I-O ARSFILE.
           IF FS6 = 00
               DISPLAY "ARSFILE OPEN SUCCESS"
           ELSE
               DISPLAY "ARSFILE OPEN FAILURE" FS6
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN OUTPUT POOLFILE.
           IF FS7 = 00
               DISPLAY "POOLFILE OPEN SUCCESS"
           ELSE
               DISPLAY "POOLFILE OPEN FAILURE" FS7
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN OUTPUT OUTFILE.
           IF FS8 = 00
               DISPLAY "OUTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "OUTFILE OPEN FAILURE" FS8
               MOVE 'Y' TO WS-EOF
           END-IF.
      *    THE POOL IS DATED BY THE BUSINESS DATE SO IT LINES UP WITH
      *    THE PROVISION RUN IT WAS SELECTED FROM.
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
      *    ONE SYSIN CARD - POOL ID, ARC CODE, MINIMUM AND MAXIMUM
      *    OUTSTANDING (BLANK = NO LIMIT) AND A BRANCH (BLANK = ALL).
      *    A POOL NEEDS BOTH AN ID AND AN ARC TO BE OFFERED TO.
           MOVE SPACES TO WS-PARM-CARD.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           IF WS-PARM-POOL = SPACES OR WS-PARM-ARC = SPACES
               DISPLAY "ARCPOOL - POOL ID AND ARC CODE ARE REQUIRED"
               MOVE 'Y' TO WS-EOF
           END-IF.
           IF WS-PARM-MIN NUMERIC
               MOVE WS-PARM-MIN TO WS-MIN-OS
           END-IF.
           IF WS-PARM-MAX NUMERIC AND WS-PARM-MAX NOT = ZERO
               MOVE WS-PARM-MAX TO WS-MAX-OS
           END-IF.

       200-HEADER-PARA.
           MOVE WS-PARM-POOL  TO HPOOL.
           MOVE WS-PARM-ARC   TO HARC.
           MOVE WS-BUS-DATE-N TO HDATE.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM HEADER4.
           WRITE OUTREC FROM HEADER5.
           WRITE OUTREC FROM HEADER2.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM HEADER3.
           WRITE OUTREC FROM HEADER1.

       300-READ-PARA.
           READ PRVFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               IF PRV-CL-B90
                   PERFORM 310-SELECT-PARA
               END-IF
           END-READ.

       310-SELECT-PARA.
      *    ONLY A LIVE 90+ ACCOUNT STILL CARRYING A BALANCE, INSIDE THE
      *    CARD'S LIMITS, NOT PART-OWNED BY A CO-LENDING PARTNER AND NOT
      *    ALREADY IN A POOL OR SOLD, GOES INTO THE POOL. EVERYTHING
      *    PASSED OVER IS LISTED WITH THE REASON.
           MOVE SPACES TO WS-REMARK.
           MOVE PRV-ACCOUNT-NO TO PLF-ACCOUNT-NO.
           READ LOANFILE.
           IF FS2 NOT = 00
               MOVE 00 TO FS2
               MOVE 0 TO WS-OUTSTANDING
               MOVE "ACCOUNT NOT FOUND" TO WS-REMARK
           ELSE
               IF PLF-DUE-AMOUNT NOT NUMERIC
                   MOVE 0 TO PLF-DUE-AMOUNT
               END-IF
               COMPUTE WS-OUTSTANDING = PLF-LOAN-AMT1 + PLF-DUE-AMOUNT
               IF PLF-ACCT-DEAD
                   MOVE "ACCOUNT NOT LIVE" TO WS-REMARK
               ELSE IF WS-OUTSTANDING = 0
                   MOVE "NO BALANCE" TO WS-REMARK
               ELSE IF WS-OUTSTANDING < WS-MIN-OS
                   OR WS-OUTSTANDING > WS-MAX-OS
                   MOVE "OUTSIDE AMOUNT LIMITS" TO WS-REMARK
               ELSE IF WS-PARM-BRANCH NOT = SPACES
                   AND PLF-BRANCH-CODE1 NOT = WS-PARM-BRANCH
                   MOVE "OTHER BRANCH" TO WS-REMARK
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.
           IF WS-REMARK = SPACES
               PERFORM 320-CLN-CHECK-PARA
           END-IF.
           IF WS-REMARK = SPACES
               PERFORM 325-ARS-CHECK-PARA
           END-IF.
           IF WS-REMARK = SPACES
               PERFORM 330-POOL-PARA
           ELSE
      *        ANOTHER BRANCH'S BOOK IS NOT THIS POOL'S BUSINESS.
               IF WS-REMARK NOT = "OTHER BRANCH"
                   MOVE LOW-VALUES TO OUTREC
                   MOVE PRV-ACCOUNT-NO TO OACCOUNT-NO
                   MOVE WS-OUTSTANDING TO OOUTSTANDING
                   MOVE PRV-CURR-AMT TO OPROVISION
                   MOVE WS-REMARK TO OREMARK
                   WRITE OUTREC
               END-IF
               ADD 1 TO WS-SKIP-COUNT
           END-IF.

       320-CLN-CHECK-PARA.
      *    A CO-LENT LOAN IS HALF THE PARTNER'S - IT CANNOT BE SOLD
      *    UNTIL THE BANK HAS BOUGHT THE PARTNER'S SHARE BACK.
           IF WS-CLN-OPEN = 'Y'
               MOVE PRV-ACCOUNT-NO TO CLN-ACCOUNT-NO
               READ CLNFILE
               IF FS5 = 00
                   IF CLN-ACTIVE
                       MOVE "CO-LENT - BUY BACK FIRST" TO WS-REMARK
                   END-IF
               ELSE
                   MOVE 00 TO FS5
               END-IF
           END-IF.

       325-ARS-CHECK-PARA.
           MOVE 'N' TO WS-ARS-FOUND.
           MOVE PRV-ACCOUNT-NO TO ARS-ACCOUNT-NO.
           READ ARSFILE.
           IF FS6 = 00
               MOVE 'Y' TO WS-ARS-FOUND
               IF ARS-POOLED
                   MOVE "ALREADY IN POOL" TO WS-REMARK
                   MOVE ARS-POOL-ID TO WS-REMARK(17:8)
               ELSE IF ARS-SOLD
                   MOVE "ALREADY SOLD" TO WS-REMARK
               END-IF
               END-IF
           ELSE
               MOVE 00 TO FS6
           END-IF.

       330-POOL-PARA.
      *    THE SNAPSHOT THE ARC PRICES ON - TODAY'S BALANCE, THE
      *    PROVISION THE LAST PROVCLC RUN HOLDS AGAINST IT, WHETHER IT
      *    IS IN COURT AND WHAT SECURITY STANDS BEHIND IT. AN ACCOUNT
      *    WITHDRAWN FROM AN EARLIER POOL IS SIMPLY OFFERED AGAIN.
           MOVE SPACES TO ARSREC1.
           MOVE PRV-ACCOUNT-NO  TO ARS-ACCOUNT-NO.
           MOVE WS-PARM-POOL    TO ARS-POOL-ID.
           MOVE WS-PARM-ARC     TO ARS-ARC-CODE.
           MOVE WS-BUS-DATE-N   TO ARS-POOL-DATE-N.
           MOVE WS-OUTSTANDING  TO ARS-OUTSTANDING.
           MOVE PRV-CURR-AMT    TO ARS-PROVISION.
           MOVE 0               TO ARS-COL-VALUE.
           IF WS-LGL-OPEN = 'Y'
               MOVE PRV-ACCOUNT-NO TO LGL-ACCOUNT-NO
               READ LGLFILE
               IF FS3 = 00
                   MOVE LGL-STATUS TO ARS-LGL-STATUS
               ELSE
                   MOVE 00 TO FS3
               END-IF
           END-IF.
           IF WS-COL-OPEN = 'Y'
               MOVE PRV-ACCOUNT-NO TO COL-ACCOUNT-NO
               READ COLFILE
               IF FS4 = 00
                   IF COL-HELD AND COL-VALUE NUMERIC
                       MOVE COL-VALUE TO ARS-COL-VALUE
                   END-IF
               ELSE
                   MOVE 00 TO FS4
               END-IF
           END-IF.
           MOVE 'P'             TO ARS-STATUS.
           MOVE 0               TO ARS-SALE-DATE-N.
           MOVE 0               TO ARS-PRICE.
           MOVE 0               TO ARS-GL-AMOUNT.
           MOVE 0               TO ARS-PAYABLE.
           IF WS-ARS-FOUND = 'Y'
               REWRITE ARSREC1
           ELSE
               WRITE ARSREC1
           END-IF.
           IF FS6 NOT = 00
               DISPLAY "ARSFILE WRITE FAILURE" FS6 " ON "
                        ARS-ACCOUNT-NO
               MOVE 00 TO FS6
               ADD 1 TO WS-SKIP-COUNT
           ELSE
               MOVE ARSREC1 TO POOLREC
               WRITE POOLREC
               MOVE LOW-VALUES TO OUTREC
               MOVE ARS-ACCOUNT-NO TO OACCOUNT-NO
               MOVE ARS-OUTSTANDING TO OOUTSTANDING
               MOVE ARS-PROVISION TO OPROVISION
               IF ARS-LGL-STATUS = 'O'
                   MOVE "OPEN" TO OLGL-STATUS
               ELSE IF ARS-LGL-STATUS = 'C'
                   MOVE "CLOSED" TO OLGL-STATUS
               ELSE
                   MOVE "NONE" TO OLGL-STATUS
               END-IF
               END-IF
               MOVE ARS-COL-VALUE TO OCOL-VALUE
               MOVE "POOLED" TO OREMARK
               WRITE OUTREC
               ADD 1 TO WS-POOL-COUNT
               ADD ARS-OUTSTANDING TO WS-POOL-OS
               ADD ARS-PROVISION TO WS-POOL-PROV
               ADD ARS-COL-VALUE TO WS-POOL-COL
           END-IF.

       350-TRAILER-PARA.
           WRITE OUTREC FROM HEADER1.
           MOVE WS-POOL-COUNT TO TPOOL-COUNT.
           WRITE OUTREC FROM TRAILER1.
           MOVE WS-SKIP-COUNT TO TSKIP-COUNT.
           WRITE OUTREC FROM TRAILER2.
           MOVE WS-POOL-OS TO TPOOL-OS.
           WRITE OUTREC FROM TRAILER3.
           MOVE WS-POOL-PROV TO TPOOL-PROV.
           WRITE OUTREC FROM TRAILER4.
           MOVE WS-POOL-COL TO TPOOL-COL.
           WRITE OUTREC FROM TRAILER5.

       400-CLOSE-PARA.
           CLOSE PRVFILE.
           IF FS1 = 00
               DISPLAY "PRVFILE CLOSE SUCCESS"
           ELSE
               DISPLAY "PRVFILE CLOSE FAILURE" FS1
           END-IF.
           CLOSE LOANFILE.
           IF FS2 = 00
               DISPLAY "LOANFILE CLOSE SUCCESS"
           ELSE
               DISPLAY "LOANFILE CLOSE FAILURE" FS2
           END-IF.
           IF WS-LGL-OPEN = 'Y'
               CLOSE LGLFILE
           END-IF.
           IF WS-COL-OPEN = 'Y'
               CLOSE COLFILE
           END-IF.
           IF WS-CLN-OPEN = 'Y'
               CLOSE CLNFILE
           END-IF.
           CLOSE ARSFILE.
           IF FS6 = 00
               DISPLAY "ARSFILE CLOSE SUCCESS"
           ELSE
               DISPLAY "ARSFILE CLOSE FAILURE" FS6
           END-IF.
           CLOSE POOLFILE.
           IF FS7 = 00
               DISPLAY "POOLFILE CLOSE SUCCESS"
           ELSE
               DISPLAY "POOLFILE CLOSE FAILURE" FS7
           END-IF.
           CLOSE OUTFILE.
           IF FS8 = 00
               DISPLAY "OUTFILE CLOSE SUCCESS"
           ELSE
               DISPLAY "OUTFILE CLOSE FAILURE" FS8
           END-IF.
