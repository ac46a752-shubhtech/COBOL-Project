       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUTOCLS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANFILE ASSIGN TO DD1
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLF-ACCOUNT-NO
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS1.
           SELECT CUSTFILE ASSIGN TO DD2
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLF-CUST-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS2.
           SELECT INSTFILE ASSIGN TO DD3
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLF6-KEY
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS3.
           SELECT DSBFILE ASSIGN TO DD4
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLF7-KEY
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS4.
           SELECT LEDGFILE ASSIGN TO DD5
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLF5-KEY
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS5.
           SELECT CHQFILE ASSIGN TO DD6
           ORGANIZATION IS INDEXED
           RECORD KEY IS CHQ-RCPT-NO
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS6.
           SELECT FRZFILE ASSIGN TO DD7
           ORGANIZATION IS INDEXED
           RECORD KEY IS FRZ-ACCOUNT-NO
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
           SELECT NTFFILE ASSIGN TO DD10
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS10.
           SELECT CERTFILE ASSIGN TO DD11
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS11.
           SELECT OUTFILE ASSIGN TO DD12
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS12.
           SELECT COLFILE ASSIGN TO DD13
           ORGANIZATION IS INDEXED
           RECORD KEY IS COL-ACCOUNT-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS13.
       DATA DIVISION.
       FILE SECTION.

       FD LOANFILE.
       01 LOANREC.
              COPY PLF3REC.
       FD CUSTFILE.
       01 CUSTREC.
              COPY PLF01REC.
       FD INSTFILE.
       01 INSTREC1.
              COPY INSTREC.
       FD DSBFILE.
       01 DSBREC1.
              COPY DSBREC.
       FD LEDGFILE.
       01 LEDGREC.
              COPY PLF5REC.
       FD CHQFILE.
       01 CHQREC1.
              COPY CHQREC.
       FD FRZFILE.
       01 FRZREC1.
              COPY FRZREC.
       FD LGLFILE.
       01 LGLREC1.
              COPY LGLREC.
       FD COLFILE.
       01 COLREC1.
              COPY COLREC.
       FD RUNFILE.
       01 RUNREC1.
              COPY RUNREC.
       FD NTFFILE.
      *    NOTIFICATION EVENTS FOR THE DISPATCHER - SAME LAYOUT AS
      *    THE ONLINE NOTIFQ ENTRIES, MERGED BY OPERATIONS.
       01 NTFREC.
              COPY NOTIFREC.
       FD CERTFILE.
      *    NO-DUES CERTIFICATES FOR THE PRINT SHOP - SAME 80-BYTE
      *    LETTER LINES AS THE DUNNING LETTER FILE.
       01 CERTLINE                     PIC X(80).
       FD OUTFILE.
       01 OUTREC.
           05 FILLER              PIC X(03).
           05 OACCOUNT-NO     PIC X(10).
           05 FILLER              PIC X(03).
           05 OCUST-NAME      PIC X(15).
           05 FILLER              PIC X(03).
           05 OLOAN-PAID      PIC Z(06)9.
           05 FILLER              PIC X(03).
           05 ORESULT         PIC X(34).
           05 FILLER              PIC X(02).
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
       01 WS-COL-OPEN    PIC X(01) VALUE 'N'.
       01 WS-BUS-DATE-N  PIC 9(08) VALUE 0.
       01 WS-RC-STOP     PIC X(01) VALUE 'N'.
       01 WS-FRZ-OPEN    PIC X(01) VALUE 'N'.
       01 WS-LGL-OPEN    PIC X(01) VALUE 'N'.
       01 WS-EOF         PIC X(01) VALUE 'N'.
       01 WS-CHQ-EOF     PIC X(01) VALUE 'N'.
       01 WS-SCAN-EOF    PIC X(01) VALUE 'N'.
       01 WS-D           PIC X(10) VALUE SPACES.
       01 WS-T           PIC X(10) VALUE SPACES.
       01 WS-DATE-NUM    PIC 9(06) VALUE 0.
       01 WS-RUN-DATE-N  PIC 9(08) VALUE 0.
       01 WS-RUN-DATE    PIC X(10) VALUE SPACES.
       01 WS-RUN-TIME    PIC 9(06) VALUE 0.
       01 WS-LDG-TIME    PIC 9(06) VALUE 0.
       01 WS-BATCH-OPID  PIC X(05) VALUE 'AUTOC'.
       01 WS-SAVE-ACCT   PIC X(10).
       01 WS-SAVE-CUST   PIC X(10).
       01 WS-LIVE-FOUND  PIC X(01) VALUE 'N'.
       01 WS-CAND-SW     PIC X(01) VALUE 'N'.
       01 WS-HOLD-REASON PIC X(34) VALUE SPACES.
       01 WS-INST-NO     PIC 9(03) VALUE 0.
       01 WS-INST-DONE   PIC X(01) VALUE 'N'.
       01 WS-INST-OPEN   PIC X(01) VALUE 'N'.
       01 WS-TRN-NO      PIC 9(02) VALUE 0.
       01 WS-TRN-OPEN    PIC X(01) VALUE 'N'.
       01 WS-PURGE-IX    PIC 9(03) VALUE 0.
       01 WS-CLOSE-COUNT PIC 9(07) VALUE 0.
       01 WS-HOLD-COUNT  PIC 9(07) VALUE 0.
      *  ACCOUNTS WITH A CHEQUE OR TRANSFER STILL IN CLEARING - CHQPND
      *  IS KEYED BY RECEIPT, SO IT IS READ ONCE UP FRONT AND EACH
      *  CANDIDATE IS LOOKED UP HERE. A FULL TABLE SENDS EVERY
      *  CANDIDATE TO MANUAL REVIEW RATHER THAN RISK CLOSING AN
      *  ACCOUNT WHOSE LAST CHEQUE MAY YET BOUNCE.
       01 WS-CHQ-MAX     PIC 9(04) VALUE 2000.
       01 WS-CHQ-COUNT   PIC 9(04) VALUE 0.
       01 WS-CHQ-FULL    PIC X(01) VALUE 'N'.
       01 WS-CHQ-FOUND   PIC X(01) VALUE 'N'.
       01 WS-CX          PIC 9(04) VALUE 0.
       01 WS-CHQ-TABLE.
           05 WS-CHQ-ACCT    PIC X(10) OCCURS 2000 TIMES.

       01 CRT-BLANK      PIC X(80) VALUE SPACES.
       01 CRT-SEP.
           05 FILLER PIC X(80) VALUE ALL "-".
       01 CRT-TITLE.
           05 FILLER PIC X(18) VALUE SPACES.
           05 FILLER PIC X(44) VALUE
              "STATE BANK OF INDIA - NO DUES CERTIFICATE".
           05 FILLER PIC X(18) VALUE SPACES.
       01 CRT-ADDR1.
           05 FILLER PIC X(04) VALUE 'TO: '.
           05 CADDR-NAME  PIC X(15).
           05 FILLER PIC X(02) VALUE SPACES.
           05 CADDR-ADD   PIC X(15).
           05 FILLER PIC X(44) VALUE SPACES.
       01 CRT-ACCT-LINE.
           05 FILLER PIC X(13) VALUE 'LOAN ACCOUNT '.
           05 CACCT       PIC X(10).
           05 FILLER PIC X(10) VALUE ' STUDENT  '.
           05 CSTU        PIC X(15).
           05 FILLER PIC X(12) VALUE ' TOTAL PAID '.
           05 CPAID       PIC Z(06)9.
           05 FILLER PIC X(13) VALUE SPACES.
       01 CRT-TEXT1.
           05 FILLER PIC X(76) VALUE 'THIS IS TO CERTIFY THAT THE ED
      -       'UCATION LOAN ABOVE HAS BEEN REPAID IN FULL'.
           05 FILLER PIC X(04) VALUE SPACES.
       01 CRT-TEXT2.
           05 FILLER PIC X(23) VALUE 'AND THE ACCOUNT CLOSED '.
           05 CCLOSE-DATE PIC X(10).
           05 FILLER PIC X(42) VALUE
              '. NO DUES ARE OUTSTANDING TO THE BANK.'.
           05 FILLER PIC X(05) VALUE SPACES.
       01 CRT-SIGN.
           05 FILLER PIC X(34) VALUE
              'FOR STATE BANK OF INDIA - BRANCH '.
           05 CBRANCH     PIC X(04).
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
              "AUTO-CLOSURE OF FULLY REPAID ACCOUNTS".
           05 FILLER PIC X(14).
       01 HEADER3.
           05 FILLER PIC X(03).
           05 FILLER PIC X(13) VALUE "ACCOUNT NO.".
           05 FILLER PIC X(18) VALUE "CUSTOMER NAME".
           05 FILLER PIC X(10) VALUE "REPAID".
           05 FILLER PIC X(36) VALUE "DISPOSITION".
       01 TRAILER1.
           05 FILLER PIC X(05).
           05 FILLER PIC X(26) VALUE "ACCOUNTS CLOSED         :".
           05 TCLOSE-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(42).
       01 TRAILER2.
           05 FILLER PIC X(05).
           05 FILLER PIC X(26) VALUE "HELD FOR MANUAL REVIEW  :".
           05 THOLD-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(42).
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *    AN ACCOUNT PAID OFF BY ITS LAST NACH DEBIT OR AN INBOUND
      *    CREDIT USED TO STAY LIVE AT ZERO UNTIL A TELLER KEYED IT
      *    THROUGH CLOSACC. EACH NIGHT THIS CLOSES EVERY LIVE ACCOUNT
      *    WITH NOTHING LEFT TO PAY OR TO DISBURSE THE SAME WAY THE
      *    APPRVQ CHECKER DOES, AND ISSUES THE NO-DUES CERTIFICATE.
      *    A FROZEN ACCOUNT OR ONE WITH A CASE IN COURT IS LEFT ALONE
      *    AND LISTED FOR THE BRANCH TO DECIDE. A RERUN IS HARMLESS -
      *    AN ACCOUNT ALREADY CLOSED IS DEAD AND NOT PICKED AGAIN.
           PERFORM 050-RUNCTL-PARA.
           IF WS-RC-STOP = 'Y'
               STOP RUN
           END-IF.
           PERFORM 100-OPEN-PARA.
           PERFORM 150-OPT-OPEN-PARA.
           PERFORM 200-HEADER-PARA.
           PERFORM 250-CHQ-LOAD-PARA UNTIL WS-CHQ-EOF = 'Y'.
           PERFORM 300-READ-PARA UNTIL WS-EOF = 'Y'.
           PERFORM 450-TRAILER-PARA.
           PERFORM 400-CLOSE-PARA.
           PERFORM 950-RUNCTL-END-PARA.
           DISPLAY "AUTOCLS - CLOSED: " WS-CLOSE-COUNT
                   " HELD: " WS-HOLD-COUNT.
           STOP RUN.

       050-RUNCTL-PARA.
      *    THE RUN-CONTROL GATE - REFUSES A DUPLICATE SAME-DATE RUN
      *    AND RUNS ONLY AFTER TONIGHT'S ACCRUAL, SO AN ACCOUNT IS
      *    NEVER CLOSED AHEAD OF A DEMAND INTACR IS ABOUT TO RAISE.
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
                       DISPLAY "AUTOCLS MUST RUN AFTER INTACR"
                       MOVE 'Y' TO WS-RC-STOP
                   END-IF
                   IF WS-RC-STOP = 'N'
                   MOVE 'AUTOCLS ' TO RUN-JOB
                   READ RUNFILE
                   IF FS9 = 00
                       AND RUN-LAST-DATE-N = WS-BUS-DATE-N
                       DISPLAY "AUTOCLS ALREADY RAN THIS DATE"
                       MOVE 'Y' TO WS-RC-STOP
                   ELSE IF FS9 = 00
                       MOVE WS-BUS-DATE-N TO RUN-LAST-DATE-N
                       MOVE 'S' TO RUN-STATUS
                       REWRITE RUNREC1
                   ELSE
                       DISPLAY "AUTOCLS NOT DEFINED ON RUNCTL"
                       MOVE 'Y' TO WS-RC-STOP
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

       950-RUNCTL-END-PARA.
           MOVE 'AUTOCLS ' TO RUN-JOB.
           READ RUNFILE.
           IF FS9 = 00
               MOVE 'E' TO RUN-STATUS
               REWRITE RUNREC1
           END-IF.
           CLOSE RUNFILE.

       100-OPEN-PARA.
           OPEN I-O LOANFILE.
           IF FS1 = 00
               DISPLAY "LOANFILE OPEN SUCCESS"
           ELSE
               DISPLAY "LOANFILE OPEN FAILURE" FS1
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN I-O CUSTFILE.
           IF FS2 = 00
               DISPLAY "CUSTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "CUSTFILE OPEN FAILURE" FS2
               MOVE 'Y' TO WS-EOF
           END-IF.
      *    THE SCHEDULE, TRANCHE AND CLEARING FILES PROVE THERE IS
      *    NOTHING LEFT ON THE ACCOUNT - WITHOUT ANY ONE OF THEM THE
      *    RUN CLOSES NOTHING.
           OPEN I-O INSTFILE.
           IF FS3 = 00
               DISPLAY "INSTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "INSTFILE OPEN FAILURE" FS3
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN INPUT DSBFILE.
           IF FS4 = 00
               DISPLAY "DSBFILE OPEN SUCCESS"
           ELSE
               DISPLAY "DSBFILE OPEN FAILURE" FS4
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN I-O LEDGFILE.
           IF FS5 = 00
               DISPLAY "LEDGFILE OPEN SUCCESS"
           ELSE
               DISPLAY "LEDGFILE OPEN FAILURE" FS5
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN INPUT CHQFILE.
           IF FS6 = 00
               DISPLAY "CHQFILE OPEN SUCCESS"
           ELSE
               DISPLAY "CHQFILE OPEN FAILURE" FS6
               MOVE 'Y' TO WS-EOF
               MOVE 'Y' TO WS-CHQ-EOF
           END-IF.
           OPEN OUTPUT NTFFILE.
           IF FS10 = 00
               DISPLAY "NTFFILE OPEN SUCCESS"
           ELSE
               DISPLAY "NTFFILE OPEN FAILURE" FS10
           END-IF.
           OPEN OUTPUT CERTFILE.
           IF FS11 = 00
               DISPLAY "CERTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "CERTFILE OPEN FAILURE" FS11
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN OUTPUT OUTFILE.
           IF FS12 = 00
               DISPLAY "OUTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "OUTFILE OPEN FAILURE" FS12
               MOVE 'Y' TO WS-EOF
           END-IF.

       150-OPT-OPEN-PARA.
           OPEN INPUT FRZFILE.
           IF FS7 = 00
               DISPLAY "FRZFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-FRZ-OPEN
           ELSE
      *        NO FREEZE FILE JUST MEANS NO MARKS TO HONOR.
               DISPLAY "FRZFILE OPEN FAILURE" FS7
           END-IF.
           OPEN INPUT LGLFILE.
           IF FS8 = 00
               DISPLAY "LGLFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-LGL-OPEN
           ELSE
      *        NO CASE FILE JUST MEANS NO CASES TO HONOR.
               DISPLAY "LGLFILE OPEN FAILURE" FS8
           END-IF.
           OPEN I-O COLFILE.
           IF FS13 = 00
               DISPLAY "COLFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-COL-OPEN
           ELSE
      *        NO COLLATERAL FILE JUST MEANS NO SECURITIES TO MARK.
               DISPLAY "COLFILE OPEN FAILURE" FS13
           END-IF.

       200-HEADER-PARA.
           ACCEPT WS-D    FROM DATE.
           ACCEPT WS-T    FROM TIME.
           MOVE WS-D(1:6) TO WS-DATE-NUM.
           COMPUTE WS-RUN-DATE-N = 20000000 + WS-DATE-NUM.
           MOVE WS-D(3:2) TO WS-RUN-DATE(1:2).
           MOVE "/"       TO WS-RUN-DATE(3:1).
           MOVE WS-D(5:2) TO WS-RUN-DATE(4:2).
           MOVE "/"       TO WS-RUN-DATE(6:1).
           MOVE "20"      TO WS-RUN-DATE(7:2).
           MOVE WS-D(1:2) TO WS-RUN-DATE(9:2).
           MOVE WS-T(1:6) TO WS-RUN-TIME.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM HEADER4.
           WRITE OUTREC FROM HEADER5.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM HEADER3.
           WRITE OUTREC FROM HEADER1.

       250-CHQ-LOAD-PARA.
           READ CHQFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-CHQ-EOF
           NOT AT END
               IF CHQ-PENDING
                   IF WS-CHQ-COUNT < WS-CHQ-MAX
                       ADD 1 TO WS-CHQ-COUNT
                       MOVE CHQ-ACCOUNT-NO TO
                            WS-CHQ-ACCT(WS-CHQ-COUNT)
                   ELSE
                       IF WS-CHQ-FULL = 'N'
                           DISPLAY "AUTOCLS - CLEARING TABLE FULL"
                       END-IF
                       MOVE 'Y' TO WS-CHQ-FULL
                   END-IF
               END-IF
           END-READ.

       300-READ-PARA.
           READ LOANFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               PERFORM 310-CANDIDATE-PARA
               IF WS-CAND-SW = 'Y'
                   PERFORM 320-ACCOUNT-PARA
               END-IF
           END-READ.

       310-CANDIDATE-PARA.
      *    NOTHING OUTSTANDING: NO PRINCIPAL, NO BILLED DEMAND, NO FEE
      *    STILL OPEN. A FRESHLY BOOKED ACCOUNT ALSO SITS AT ZERO
      *    UNTIL ITS FIRST TRANCHE IS RELEASED, SO SOMETHING MUST HAVE
      *    BEEN REPAID AND NO TRANCHE MAY BE LEFT TO DISBURSE.
           MOVE 'N' TO WS-CAND-SW.
           IF PLF-LOAN-AMT1 NOT NUMERIC
               MOVE 0 TO PLF-LOAN-AMT1
           END-IF.
           IF PLF-DUE-AMOUNT NOT NUMERIC
               MOVE 0 TO PLF-DUE-AMOUNT
           END-IF.
           IF PLF-FEE-OPEN NOT NUMERIC
               MOVE 0 TO PLF-FEE-OPEN
           END-IF.
           IF PLF-LOAN-PAID NOT NUMERIC
               MOVE 0 TO PLF-LOAN-PAID
           END-IF.
           IF NOT PLF-ACCT-DEAD
               AND PLF-LOAN-AMT1 = 0
               AND PLF-DUE-AMOUNT = 0
               AND PLF-FEE-OPEN = 0
               AND PLF-LOAN-PAID > 0
               PERFORM 330-INST-CHECK-PARA
               PERFORM 335-TRANCHE-CHECK-PARA
               PERFORM 340-CHQ-CHECK-PARA
               IF WS-INST-OPEN = 'N'
                   AND WS-TRN-OPEN = 'N'
                   AND WS-CHQ-FOUND = 'N'
                   MOVE 'Y' TO WS-CAND-SW
               END-IF
           END-IF.

       320-ACCOUNT-PARA.
           MOVE PLF-CUST1-NO TO PLF-CUST-NO.
           READ CUSTFILE.
           IF FS2 NOT = 00
               MOVE SPACES TO PLF-CUST-NAME
               MOVE 00 TO FS2
           END-IF.
           MOVE LOW-VALUES TO OUTREC.
           MOVE PLF-ACCOUNT-NO TO OACCOUNT-NO.
           MOVE PLF-CUST-NAME TO OCUST-NAME.
           MOVE PLF-LOAN-PAID TO OLOAN-PAID.
           PERFORM 350-HOLD-CHECK-PARA.
           IF WS-HOLD-REASON NOT = SPACES
               MOVE WS-HOLD-REASON TO ORESULT
               WRITE OUTREC
               ADD 1 TO WS-HOLD-COUNT
           ELSE
               PERFORM 360-CLOSE-PARA
               MOVE "CLOSED - NO DUES CERTIFICATE" TO ORESULT
               WRITE OUTREC
               ADD 1 TO WS-CLOSE-COUNT
           END-IF.

       330-INST-CHECK-PARA.
           MOVE 'N' TO WS-INST-OPEN.
           MOVE 'N' TO WS-INST-DONE.
           MOVE 1 TO WS-INST-NO.
           PERFORM 331-INST-STEP-PARA
              UNTIL WS-INST-DONE = 'Y' OR WS-INST-OPEN = 'Y'.

       331-INST-STEP-PARA.
           MOVE PLF-ACCOUNT-NO TO PLF6-ACCOUNT-NO.
           MOVE WS-INST-NO TO PLF6-INST-NO.
           READ INSTFILE.
           IF FS3 NOT = 00
               MOVE 'Y' TO WS-INST-DONE
               MOVE 00 TO FS3
           ELSE
               IF NOT PLF6-PAID
                   MOVE 'Y' TO WS-INST-OPEN
               END-IF
               ADD 1 TO WS-INST-NO
           END-IF.

       335-TRANCHE-CHECK-PARA.
           MOVE 'N' TO WS-TRN-OPEN.
           PERFORM 336-TRANCHE-STEP-PARA
              VARYING WS-TRN-NO FROM 1 BY 1
              UNTIL WS-TRN-NO > 8 OR WS-TRN-OPEN = 'Y'.

       336-TRANCHE-STEP-PARA.
           MOVE PLF-ACCOUNT-NO TO PLF7-ACCOUNT-NO.
           MOVE WS-TRN-NO TO PLF7-TRANCHE-NO.
           READ DSBFILE.
           IF FS4 = 00
               IF PLF7-PENDING OR PLF7-REMIT-FAILED
                   MOVE 'Y' TO WS-TRN-OPEN
               END-IF
           ELSE
               MOVE 00 TO FS4
           END-IF.

       340-CHQ-CHECK-PARA.
           MOVE WS-CHQ-FULL TO WS-CHQ-FOUND.
           PERFORM 341-CHQ-STEP-PARA
              VARYING WS-CX FROM 1 BY 1
              UNTIL WS-CX > WS-CHQ-COUNT OR WS-CHQ-FOUND = 'Y'.

       341-CHQ-STEP-PARA.
           IF WS-CHQ-ACCT(WS-CX) = PLF-ACCOUNT-NO
               MOVE 'Y' TO WS-CHQ-FOUND
           END-IF.

       350-HOLD-CHECK-PARA.
      *    AN ACTIVE FREEZE OR A CASE STILL IN COURT IS A BRANCH
      *    DECISION - THE ACCOUNT IS LISTED, NOT CLOSED.
           MOVE SPACES TO WS-HOLD-REASON.
           IF WS-FRZ-OPEN = 'Y'
               MOVE PLF-ACCOUNT-NO TO FRZ-ACCOUNT-NO
               READ FRZFILE
               IF FS7 = 00
                   IF FRZ-ACTIVE
                       MOVE "MANUAL REVIEW - ACCOUNT FROZEN" TO
                          WS-HOLD-REASON
                   END-IF
               ELSE
                   MOVE 00 TO FS7
               END-IF
           END-IF.
           IF WS-LGL-OPEN = 'Y' AND WS-HOLD-REASON = SPACES
               MOVE PLF-ACCOUNT-NO TO LGL-ACCOUNT-NO
               READ LGLFILE
               IF FS8 = 00
                   IF LGL-OPEN
                       MOVE "MANUAL REVIEW - OPEN LEGAL CASE" TO
                          WS-HOLD-REASON
                   END-IF
               ELSE
                   MOVE 00 TO FS8
               END-IF
           END-IF.

       360-CLOSE-PARA.
      *    THE SAME CLOSURE THE APPRVQ CHECKER POSTS FOR A CLOSACC
      *    ITEM - THE SETTLEMENT FIGURE (OUTSTANDING PLUS DEMAND) IS
      *    ZERO HERE, SO THERE IS NO EXCESS TO REFUND.
           MOVE 'C' TO PLF-ACCT-STATUS.
           MOVE WS-RUN-DATE TO PLF-EXPIRY-DATE.
           MOVE WS-BATCH-OPID TO PLF-LAST-OP.
           REWRITE LOANREC.
           IF FS1 NOT = 00
               DISPLAY "LOANFILE REWRITE FAILURE" FS1 " ON "
                        PLF-ACCOUNT-NO
           END-IF.
           PERFORM 365-PURGE-SCHED-PARA.
           PERFORM 368-COL-RELEASE-PARA.
           PERFORM 370-LEDGER-PARA.
           PERFORM 375-NOTIFY-PARA.
           PERFORM 380-CERT-PARA.
           MOVE PLF-ACCOUNT-NO TO WS-SAVE-ACCT.
           MOVE PLF-CUST1-NO TO WS-SAVE-CUST.
           PERFORM 390-CUST-STATUS-PARA.

       365-PURGE-SCHED-PARA.
      *    THE PAID-UP SCHEDULE IS CLEARED SO THE AGED-INSTALLMENT
      *    REPORTS DO NOT CARRY A DEAD ACCOUNT (SAME KEYED PURGE AS
      *    APPRVQ ON SETTLEMENT).
           MOVE PLF-ACCOUNT-NO TO PLF6-ACCOUNT-NO.
           PERFORM 366-PURGE-STEP-PARA
              VARYING WS-PURGE-IX FROM 1 BY 1
              UNTIL WS-PURGE-IX > 240
              OR FS3 NOT = 00.
           MOVE 00 TO FS3.

       366-PURGE-STEP-PARA.
           MOVE WS-PURGE-IX TO PLF6-INST-NO.
           DELETE INSTFILE RECORD.

       368-COL-RELEASE-PARA.
      *    ANY SECURITY HELD FOR THE LOAN IS NOW DUE BACK - SAME MARK
      *    THE APPRVQ CHECKER SETS ON A CLOSACC OR FORECLOSE ITEM.
           IF WS-COL-OPEN = 'Y'
               MOVE PLF-ACCOUNT-NO TO COL-ACCOUNT-NO
               READ COLFILE
               IF FS13 = 00
                   IF NOT COL-RELEASED
                       MOVE 'D' TO COL-REL-STATUS
                       MOVE WS-RUN-DATE-N TO COL-SETTLE-DATE-N
                       MOVE 0 TO COL-REL-DATE-N
                       MOVE SPACES TO COL-REL-BY
                       REWRITE COLREC1
                   END-IF
               ELSE
                   MOVE 00 TO FS13
               END-IF
           END-IF.

       370-LEDGER-PARA.
      *    EACH CLOSURE TAKES ITS OWN TIME TICK SO TWO ROWS WRITTEN IN
      *    ONE RUN CAN NEVER COLLIDE ON THE LEDGER KEY.
           COMPUTE WS-LDG-TIME = WS-RUN-TIME + WS-CLOSE-COUNT.
           MOVE PLF-ACCOUNT-NO TO PLF5-ACCOUNT-NO.
           MOVE WS-RUN-DATE-N  TO PLF5-TXN-DATE-N.
           MOVE WS-LDG-TIME    TO PLF5-TXN-TIME.
           MOVE WS-RUN-DATE    TO PLF5-TXN-DATE.
           MOVE 'C'            TO PLF5-TXN-TYPE.
           MOVE 0              TO PLF5-TXN-AMOUNT.
           MOVE WS-BATCH-OPID  TO PLF5-OPERATOR.
           MOVE 0              TO PLF5-BALANCE-AFTER.
           MOVE 0              TO PLF5-RCPT-NO.
           WRITE LEDGREC.
           IF FS5 NOT = 00
               DISPLAY "LEDGFILE WRITE FAILURE" FS5 " ON "
                        PLF-ACCOUNT-NO
           END-IF.

       375-NOTIFY-PARA.
           MOVE PLF-ACCOUNT-NO TO NOTIF-ACCOUNT-NO.
           MOVE PLF-CUST-NAME  TO NOTIF-CUST-NAME.
           IF PLF-CUST-PHONE NUMERIC
               MOVE PLF-CUST-PHONE TO NOTIF-PHONE
           ELSE
               MOVE 0 TO NOTIF-PHONE
           END-IF.
           MOVE 0              TO NOTIF-LOAN-AMT.
           MOVE 'C'            TO NOTIF-EVENT.
           WRITE NTFREC.

       380-CERT-PARA.
           MOVE PLF-CUST-NAME TO CADDR-NAME.
           MOVE PLF-CUST-ADD TO CADDR-ADD.
           MOVE PLF-ACCOUNT-NO TO CACCT.
           MOVE PLF-STU-NAME TO CSTU.
           MOVE PLF-LOAN-PAID TO CPAID.
           MOVE WS-RUN-DATE TO CCLOSE-DATE.
           MOVE PLF-BRANCH-CODE1 TO CBRANCH.
           WRITE CERTLINE FROM CRT-SEP.
           WRITE CERTLINE FROM CRT-TITLE.
           WRITE CERTLINE FROM CRT-BLANK.
           WRITE CERTLINE FROM CRT-ADDR1.
           WRITE CERTLINE FROM CRT-ACCT-LINE.
           WRITE CERTLINE FROM CRT-BLANK.
           WRITE CERTLINE FROM CRT-TEXT1.
           WRITE CERTLINE FROM CRT-TEXT2.
           WRITE CERTLINE FROM CRT-BLANK.
           WRITE CERTLINE FROM CRT-SIGN.
           WRITE CERTLINE FROM CRT-BLANK.

       390-CUST-STATUS-PARA.
      *    THE CUSTOMER RECORD ONLY GOES DEAD WHEN HIS LAST ACCOUNT
      *    SETTLES. THE OWNER SCAN MOVES THE LOAN FILE POSITION, SO
      *    THE MAIN PASS IS RE-POSITIONED JUST PAST THIS ACCOUNT.
           MOVE 'N' TO WS-LIVE-FOUND.
           MOVE 'N' TO WS-SCAN-EOF.
           MOVE LOW-VALUES TO PLF-ACCOUNT-NO.
           START LOANFILE KEY >= PLF-ACCOUNT-NO
               INVALID KEY MOVE 'Y' TO WS-SCAN-EOF
           END-START.
           PERFORM 391-CUST-SCAN-PARA
              UNTIL WS-SCAN-EOF = 'Y' OR WS-LIVE-FOUND = 'Y'.
           IF WS-LIVE-FOUND = 'N'
               MOVE WS-SAVE-CUST TO PLF-CUST-NO
               READ CUSTFILE
               IF FS2 = 00
                   MOVE 'C' TO PLF-STATUS
                   MOVE WS-RUN-DATE TO PLF-DOE
                   REWRITE CUSTREC
               ELSE
                   MOVE 00 TO FS2
               END-IF
           END-IF.
           MOVE WS-SAVE-ACCT TO PLF-ACCOUNT-NO.
           START LOANFILE KEY > PLF-ACCOUNT-NO
               INVALID KEY MOVE 'Y' TO WS-EOF
           END-START.

       391-CUST-SCAN-PARA.
           READ LOANFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-SCAN-EOF
           NOT AT END
               IF PLF-CUST1-NO = WS-SAVE-CUST
                   AND NOT PLF-ACCT-DEAD
                   MOVE 'Y' TO WS-LIVE-FOUND
               END-IF
           END-READ.

       450-TRAILER-PARA.
           WRITE OUTREC FROM HEADER1.
           MOVE WS-CLOSE-COUNT TO TCLOSE-COUNT.
           WRITE OUTREC FROM TRAILER1.
           MOVE WS-HOLD-COUNT TO THOLD-COUNT.
           WRITE OUTREC FROM TRAILER2.

       400-CLOSE-PARA.
           CLOSE LOANFILE.
           IF FS1 = 00
               DISPLAY "LOANFILE CLOSE SUCCESS"
           ELSE
               DISPLAY "LOANFILE CLOSE FAILURE" FS1
           END-IF.
           CLOSE CUSTFILE.
           CLOSE INSTFILE.
           CLOSE DSBFILE.
           CLOSE LEDGFILE.
           CLOSE CHQFILE.
           IF WS-FRZ-OPEN = 'Y'
               CLOSE FRZFILE
           END-IF.
           IF WS-LGL-OPEN = 'Y'
               CLOSE LGLFILE
           END-IF.
           IF WS-COL-OPEN = 'Y'
               CLOSE COLFILE
           END-IF.
           CLOSE NTFFILE.
           CLOSE CERTFILE.
           IF FS11 = 00
               DISPLAY "CERTFILE CLOSE SUCCESS"
           ELSE
               DISPLAY "CERTFILE CLOSE FAILURE" FS11
           END-IF.
           CLOSE OUTFILE.
           IF FS12 = 00
               DISPLAY "OUTFILE CLOSE SUCCESS"
           ELSE
               DISPLAY "OUTFILE CLOSE FAILURE" FS12
           END-IF.
