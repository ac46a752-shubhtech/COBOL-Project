       IDENTIFICATION DIVISION.
       PROGRAM-ID. TGTMIS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TGTFILE ASSIGN TO DD1
           ORGANIZATION IS INDEXED
           RECORD KEY IS TGT-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS1.
           SELECT LEDGFILE ASSIGN TO DD2
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLF5-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS2.
           SELECT LOANFILE ASSIGN TO DD3
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLF-ACCOUNT-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS3.
           SELECT PNDFILE ASSIGN TO DD4
           ORGANIZATION IS INDEXED
           RECORD KEY IS APP-ACCOUNT-NO
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS4.
           SELECT SNPFILE ASSIGN TO DD5
           ORGANIZATION IS INDEXED
           RECORD KEY IS SNP-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS5.
           SELECT BRMFILE ASSIGN TO DD6
           ORGANIZATION IS INDEXED
           RECORD KEY IS BRM-CODE
           ACCESS MODE IS RANDOM
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
       DATA DIVISION.
       FILE SECTION.

       FD TGTFILE.
       01 TGTREC1.
              COPY TGTREC.
       FD LEDGFILE.
       01 LEDGREC.
              COPY PLF5REC.
       FD LOANFILE.
       01 LOANREC.
              COPY PLF3REC.
       FD PNDFILE.
       01 PNDAPP.
              COPY APPREC.
       FD SNPFILE.
       01 SNPREC1.
              COPY SNPREC.
       FD BRMFILE.
       01 BRMREC1.
              COPY BRMREC.
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
       01 FS7            PIC 9(02) VALUE 0.
       01 FS9            PIC 9(02) VALUE 0.
       01 WS-EOF         PIC X(01) VALUE 'N'.
       01 WS-TGT-EOF     PIC X(01) VALUE 'N'.
       01 WS-LED-EOF     PIC X(01) VALUE 'N'.
       01 WS-PND-EOF     PIC X(01) VALUE 'N'.
       01 WS-SNP-EOF     PIC X(01) VALUE 'N'.
       01 WS-BRM-OPEN    PIC X(01) VALUE 'N'.
       01 WS-BUS-DATE-N  PIC 9(08) VALUE 0.
      *  SYSIN CARD - THE REPORT MONTH AS YYYYMM. A BLANK CARD TAKES
      *  THE MONTH OF THE BUSINESS DATE.
       01 WS-PARM-CARD.
           05 WS-PARM-MONTH  PIC X(06) VALUE SPACES.
           05 FILLER         PIC X(74) VALUE SPACES.
       01 WS-RPT-MONTH.
           05 WS-RPT-YYYY    PIC 9(04) VALUE 0.
           05 WS-RPT-MM      PIC 9(02) VALUE 0.
       01 WS-FY          PIC 9(04) VALUE 0.
       01 WS-FY-FROM-N   PIC 9(08) VALUE 0.
       01 WS-MTD-FROM-N  PIC 9(08) VALUE 0.
       01 WS-TO-N        PIC 9(08) VALUE 0.
       01 WS-APP-DATE-N  PIC 9(08) VALUE 0.
       01 WS-DATE-WORK.
           05 WS-DW-MM     PIC 9(02).
           05 FILLER       PIC X(01).
           05 WS-DW-DD     PIC 9(02).
           05 FILLER       PIC X(01).
           05 WS-DW-YYYY   PIC 9(04).
       01 WS-CUST-REC.
              COPY PLF01REC.
      *  BRANCH OF THE ACCOUNT LAST LOOKED UP - THE LEDGER AND THE
      *  SNAPSHOTS ARE BOTH IN ACCOUNT ORDER, SO ONE PLF3 READ SERVES
      *  ALL OF AN ACCOUNT'S ROWS.
       01 WS-KEY-ACCT    PIC X(10) VALUE SPACES.
       01 WS-LAST-ACCT   PIC X(10) VALUE SPACES.
       01 WS-LAST-BRANCH PIC X(04) VALUE SPACES.
       01 WS-KEY-BRANCH  PIC X(04) VALUE SPACES.
       01 WS-PREV-BAL    PIC S9(09) VALUE -1.
       01 WS-DISB-AMT    PIC S9(09) VALUE 0.
       01 WS-RCV-AMT     PIC S9(09) VALUE 0.
      *  PER-BRANCH TARGET AND ACHIEVEMENT SLOTS. THE PERCENTAGES ARE
      *  WORKED ONCE ALL THE FIGURES ARE IN - RECOVERY PERCENT IS WHAT
      *  CAME IN AGAINST WHAT CAME IN PLUS WHAT WAS STILL DUE AT THE
      *  MONTH-END SNAPSHOT; THE "OF TARGET" FIGURES ARE YEAR-TO-DATE
      *  ACHIEVEMENT AGAINST THE YEAR'S TARGET.
       01 WS-TG-COUNT    PIC 9(03) VALUE 0.
       01 WS-TG-TABLE.
           05 WS-TG-ENTRY OCCURS 500 TIMES.
               10 WS-TG-BRANCH      PIC X(04).
               10 WS-TG-T-SANC      PIC 9(05).
               10 WS-TG-T-DISB      PIC 9(10).
               10 WS-TG-T-RCV       PIC 9(03)V99.
               10 WS-TG-SANC-MTD    PIC 9(05).
               10 WS-TG-SANC-YTD    PIC 9(05).
               10 WS-TG-DISB-MTD    PIC S9(11).
               10 WS-TG-DISB-YTD    PIC S9(11).
               10 WS-TG-RCV-MTD     PIC S9(11).
               10 WS-TG-RCV-YTD     PIC S9(11).
               10 WS-TG-DUE         PIC 9(11).
               10 WS-TG-RPCT-MTD    PIC 9(03)V99.
               10 WS-TG-RPCT-YTD    PIC 9(03)V99.
               10 WS-TG-SANC-OF     PIC 9(04)V99.
               10 WS-TG-DISB-OF     PIC 9(04)V99.
               10 WS-TG-RCV-OF      PIC 9(04)V99.
               10 WS-TG-SCORE       PIC 9(04)V99.
       01 WS-TX          PIC 9(03) VALUE 0.
       01 WS-RX          PIC 9(03) VALUE 0.
       01 WS-TG-HIT      PIC 9(03) VALUE 0.
       01 WS-RANK        PIC 9(03) VALUE 0.
       01 WS-SCORE-SUM   PIC 9(05)V99 VALUE 0.
       01 WS-SCORE-N     PIC 9(01) VALUE 0.
       01 WS-BRANCH-COUNT PIC 9(05) VALUE 0.

       01 HEADER1.
           05 FILLER PIC X(80) VALUE ALL "*".
       01 HEADER4.
           05 FILLER PIC X(20).
           05 FILLER PIC X(40) VALUE "STATE BANK OF INDIA".
           05 FILLER PIC X(20).
       01 HEADER5.
           05 FILLER PIC X(14).
           05 FILLER PIC X(52) VALUE
              "BRANCH TARGETS VERSUS ACHIEVEMENT - MONTHLY".
           05 FILLER PIC X(14).
       01 HEADER6.
           05 FILLER PIC X(14).
           05 FILLER PIC X(13) VALUE "REPORT MONTH ".
           05 H6-MONTH    PIC 9(06).
           05 FILLER PIC X(24) VALUE "   FISCAL YEAR FROM APR ".
           05 H6-FY       PIC 9(04).
           05 FILLER PIC X(19).
       01 HEADER3.
           05 FILLER PIC X(19) VALUE " BRCH NAME".
           05 FILLER PIC X(10) VALUE "MEASURE".
           05 FILLER PIC X(12) VALUE "         MTD".
           05 FILLER PIC X(12) VALUE "         YTD".
           05 FILLER PIC X(12) VALUE "      TARGET".
           05 FILLER PIC X(08) VALUE "  OF TGT".
           05 FILLER PIC X(07) VALUE "  RANK".
       01 TGT-LINE.
           05 FILLER      PIC X(01).
           05 TL-BRANCH   PIC X(04).
           05 FILLER      PIC X(01).
           05 TL-NAME     PIC X(12).
           05 FILLER      PIC X(01).
           05 TL-MEASURE  PIC X(10).
           05 TL-MTD      PIC -(11)9.
           05 TL-MTD-PCT  REDEFINES TL-MTD     PIC Z(08)9.99.
           05 TL-YTD      PIC -(11)9.
           05 TL-YTD-PCT  REDEFINES TL-YTD     PIC Z(08)9.99.
           05 TL-TARGET   PIC Z(11)9.
           05 TL-TGT-PCT  REDEFINES TL-TARGET  PIC Z(08)9.99.
           05 FILLER      PIC X(01).
           05 TL-OF-TGT   PIC Z(03)9.99.
           05 FILLER      PIC X(02).
           05 TL-RANK     PIC ZZ9.
           05 FILLER      PIC X(02).
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *    HEAD OFFICE SETS EVERY BRANCH A YEARLY TARGET ON TGTMST AND
      *    THIS MONTHLY RUN MEASURES HOW FAR EACH HAS GOT - SANCTIONS
      *    FROM THE APPROVALS ON PLFPND, DISBURSEMENT AND RECOVERY
      *    FROM THE PLF5 LEDGER ROWS, AND THE DEMAND STILL UNPAID FROM
      *    THE MONTH-END SNAPF RECORDS. BRANCHES RANK ON THE AVERAGE
      *    OF THEIR YEAR-TO-DATE PERCENT-OF-TARGET FIGURES. THE OUTPUT
      *    IS CAPTURED TO RPTREP WITH RPTLOAD (REPORT ID TGTMIS) LIKE
      *    EVERY OTHER REPORT SO BRANCH MANAGERS PULL IT FROM RPTVIEW.
           PERFORM 100-OPEN-PARA.
           PERFORM 150-PARM-PARA.
           IF WS-EOF = 'N'
               PERFORM 200-HEADER-PARA
               PERFORM 300-TARGET-PARA UNTIL WS-TGT-EOF = 'Y'
               PERFORM 320-LEDGER-PARA UNTIL WS-LED-EOF = 'Y'
               PERFORM 340-PENDING-PARA UNTIL WS-PND-EOF = 'Y'
               PERFORM 360-SNAP-PARA UNTIL WS-SNP-EOF = 'Y'
               PERFORM 500-SCORE-PARA
                  VARYING WS-TX FROM 1 BY 1
                  UNTIL WS-TX > WS-TG-COUNT
               PERFORM 600-PRINT-PARA
                  VARYING WS-TX FROM 1 BY 1
                  UNTIL WS-TX > WS-TG-COUNT
               WRITE OUTREC FROM HEADER1
           END-IF.
           PERFORM 400-CLOSE-PARA.
           DISPLAY "TGTMIS - BRANCHES REPORTED: " WS-BRANCH-COUNT.
           STOP RUN.

       100-OPEN-PARA.
           OPEN INPUT TGTFILE.
           IF FS1 = 00
               DISPLAY "TGTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "TGTFILE OPEN FAILURE" FS1
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN INPUT LEDGFILE.
           IF FS2 = 00
               DISPLAY "LEDGFILE OPEN SUCCESS"
           ELSE
               DISPLAY "LEDGFILE OPEN FAILURE" FS2
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN INPUT LOANFILE.
           IF FS3 = 00
               DISPLAY "LOANFILE OPEN SUCCESS"
           ELSE
               DISPLAY "LOANFILE OPEN FAILURE" FS3
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN INPUT PNDFILE.
           IF FS4 = 00
               DISPLAY "PNDFILE OPEN SUCCESS"
           ELSE
               DISPLAY "PNDFILE OPEN FAILURE" FS4
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN INPUT SNPFILE.
           IF FS5 = 00
               DISPLAY "SNPFILE OPEN SUCCESS"
           ELSE
               DISPLAY "SNPFILE OPEN FAILURE" FS5
               MOVE 'Y' TO WS-EOF
           END-IF.
      *    NO BRANCH MASTER JUST MEANS THE REPORT CARRIES NO NAMES.
           OPEN INPUT BRMFILE.
           IF FS6 = 00
               DISPLAY "BRMFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-BRM-OPEN
           ELSE
               DISPLAY "BRMFILE NOT AVAILABLE" FS6
           END-IF.
           OPEN OUTPUT OUTFILE.
           IF FS7 = 00
               DISPLAY "OUTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "OUTFILE OPEN FAILURE" FS7
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
      *    EARLIER MONTH. THE FISCAL YEAR STARTS IN APRIL.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           MOVE WS-BUS-DATE-N(1:6) TO WS-RPT-MONTH.
           IF WS-PARM-MONTH NUMERIC
               MOVE WS-PARM-MONTH TO WS-RPT-MONTH
           END-IF.
           IF WS-RPT-MM < 1 OR WS-RPT-MM > 12
               DISPLAY "TGTMIS - BAD REPORT MONTH " WS-RPT-MONTH
               MOVE 'Y' TO WS-EOF
           END-IF.
           IF WS-RPT-MM < 4
               COMPUTE WS-FY = WS-RPT-YYYY - 1
           ELSE
               MOVE WS-RPT-YYYY TO WS-FY
           END-IF.
           COMPUTE WS-FY-FROM-N = WS-FY * 10000 + 401.
           COMPUTE WS-MTD-FROM-N =
                 WS-RPT-YYYY * 10000 + WS-RPT-MM * 100 + 1.
           COMPUTE WS-TO-N = WS-MTD-FROM-N + 30.
           MOVE WS-RPT-MONTH TO H6-MONTH.
           MOVE WS-FY TO H6-FY.
           DISPLAY "TGTMIS - MONTH " WS-RPT-MONTH
                   " FISCAL YEAR " WS-FY.

       200-HEADER-PARA.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM HEADER4.
           WRITE OUTREC FROM HEADER5.
           WRITE OUTREC FROM HEADER6.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM HEADER3.
           WRITE OUTREC FROM HEADER1.

       300-TARGET-PARA.
           READ TGTFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-TGT-EOF
           NOT AT END
               IF TGT-FY = WS-FY
                   MOVE TGT-BRANCH TO WS-KEY-BRANCH
                   PERFORM 380-FIND-PARA
                   IF WS-TG-HIT > 0
                       MOVE TGT-SANCTIONS TO WS-TG-T-SANC(WS-TG-HIT)
                       MOVE TGT-DISB-AMT TO WS-TG-T-DISB(WS-TG-HIT)
                       MOVE TGT-RECOVERY-PCT
                         TO WS-TG-T-RCV(WS-TG-HIT)
                   END-IF
               END-IF
           END-READ.

       320-LEDGER-PARA.
           READ LEDGFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-LED-EOF
           NOT AT END
               PERFORM 325-LED-ROW-PARA
           END-READ.

       325-LED-ROW-PARA.
      *    TRANCHES AND TOP-UPS ARE MONEY DISBURSED; REPAYMENTS AND
      *    FORECLOSURE PAY-OFFS ARE MONEY RECOVERED. A BOUNCE TAKES
      *    BACK A RECOVERY, AND A REVERSAL TAKES BACK A TRANCHE WHEN
      *    THE BALANCE SHRINKS AND A REPAYMENT WHEN IT GROWS - THE
      *    SAME TEST CLSPLIT APPLIES.
           IF PLF5-ACCOUNT-NO NOT = WS-LAST-ACCT
               MOVE -1 TO WS-PREV-BAL
               MOVE PLF5-ACCOUNT-NO TO WS-KEY-ACCT
               PERFORM 370-BRANCH-PARA
           END-IF.
           IF PLF5-TXN-DATE-N NOT < WS-FY-FROM-N
               AND PLF5-TXN-DATE-N NOT > WS-TO-N
               MOVE 0 TO WS-DISB-AMT
               MOVE 0 TO WS-RCV-AMT
               IF PLF5-DISBURSEMENT OR PLF5-TOPUP
                   MOVE PLF5-TXN-AMOUNT TO WS-DISB-AMT
               END-IF
               IF PLF5-REPAYMENT OR PLF5-FORECLOSURE
                   MOVE PLF5-TXN-AMOUNT TO WS-RCV-AMT
               END-IF
               IF PLF5-BOUNCE
                   COMPUTE WS-RCV-AMT = 0 - PLF5-TXN-AMOUNT
               END-IF
               IF PLF5-REVERSAL
                   IF WS-PREV-BAL NOT < 0
                       AND PLF5-BALANCE-AFTER < WS-PREV-BAL
                       COMPUTE WS-DISB-AMT = 0 - PLF5-TXN-AMOUNT
                   ELSE
                       COMPUTE WS-RCV-AMT = 0 - PLF5-TXN-AMOUNT
                   END-IF
               END-IF
               IF WS-DISB-AMT NOT = 0 OR WS-RCV-AMT NOT = 0
                   MOVE WS-LAST-BRANCH TO WS-KEY-BRANCH
                   PERFORM 380-FIND-PARA
                   IF WS-TG-HIT > 0
                       PERFORM 330-LED-TALLY-PARA
                   END-IF
               END-IF
           END-IF.
           MOVE PLF5-BALANCE-AFTER TO WS-PREV-BAL.

       330-LED-TALLY-PARA.
           ADD WS-DISB-AMT TO WS-TG-DISB-YTD(WS-TG-HIT).
           ADD WS-RCV-AMT TO WS-TG-RCV-YTD(WS-TG-HIT).
           IF PLF5-TXN-DATE-N NOT < WS-MTD-FROM-N
               ADD WS-DISB-AMT TO WS-TG-DISB-MTD(WS-TG-HIT)
               ADD WS-RCV-AMT TO WS-TG-RCV-MTD(WS-TG-HIT)
           END-IF.

       340-PENDING-PARA.
           READ PNDFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-PND-EOF
           NOT AT END
               IF APP-APPROVED
                   PERFORM 345-SANCTION-PARA
               END-IF
           END-READ.

       345-SANCTION-PARA.
      *    APPRV RESTAMPS APP-DATE WITH THE DAY OF APPROVAL, SO AN
      *    APPROVED ENTRY'S DATE IS ITS SANCTION DATE. THE BRANCH IS
      *    THE CUSTOMER'S, AS KEYED AT CAPTURE.
           MOVE APP-DATE TO WS-DATE-WORK.
           IF WS-DW-MM NUMERIC AND WS-DW-DD NUMERIC
               AND WS-DW-YYYY NUMERIC
               COMPUTE WS-APP-DATE-N =
                     WS-DW-YYYY * 10000 + WS-DW-MM * 100 + WS-DW-DD
               IF WS-APP-DATE-N NOT < WS-FY-FROM-N
                   AND WS-APP-DATE-N NOT > WS-TO-N
                   MOVE APP-CUST-IMAGE TO WS-CUST-REC
                   MOVE PLF-BRANCH-CODE TO WS-KEY-BRANCH
                   PERFORM 380-FIND-PARA
                   IF WS-TG-HIT > 0
                       ADD 1 TO WS-TG-SANC-YTD(WS-TG-HIT)
                       IF WS-APP-DATE-N NOT < WS-MTD-FROM-N
                           ADD 1 TO WS-TG-SANC-MTD(WS-TG-HIT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       360-SNAP-PARA.
           READ SNPFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-SNP-EOF
           NOT AT END
               IF SNP-MONTH-END
                   AND SNP-DATE-N(1:6) = WS-RPT-MONTH
                   PERFORM 365-DUE-PARA
               END-IF
           END-READ.

       365-DUE-PARA.
           IF SNP-ACCOUNT-NO NOT = WS-LAST-ACCT
               MOVE SNP-ACCOUNT-NO TO WS-KEY-ACCT
               PERFORM 370-BRANCH-PARA
           END-IF.
           MOVE WS-LAST-BRANCH TO WS-KEY-BRANCH.
           PERFORM 380-FIND-PARA.
           IF WS-TG-HIT > 0
               ADD SNP-DUE-AMOUNT TO WS-TG-DUE(WS-TG-HIT)
           END-IF.

       370-BRANCH-PARA.
      *    AN ACCOUNT NO LONGER ON PLF3 (ARCHIVED) COUNTS UNDER UNKN.
           MOVE WS-KEY-ACCT TO WS-LAST-ACCT.
           MOVE WS-KEY-ACCT TO PLF-ACCOUNT-NO.
           READ LOANFILE.
           IF FS3 = 00
               MOVE PLF-BRANCH-CODE1 TO WS-LAST-BRANCH
           ELSE
               MOVE 'UNKN' TO WS-LAST-BRANCH
               MOVE 00 TO FS3
           END-IF.

       380-FIND-PARA.
           MOVE 0 TO WS-TG-HIT.
           PERFORM 385-FIND-STEP-PARA
              VARYING WS-TX FROM 1 BY 1
              UNTIL WS-TX > WS-TG-COUNT OR WS-TG-HIT > 0.
           IF WS-TG-HIT = 0
               IF WS-TG-COUNT < 500
                   ADD 1 TO WS-TG-COUNT
                   MOVE WS-TG-COUNT TO WS-TG-HIT
                   MOVE WS-KEY-BRANCH TO WS-TG-BRANCH(WS-TG-HIT)
                   MOVE 0 TO WS-TG-T-SANC(WS-TG-HIT)
                   MOVE 0 TO WS-TG-T-DISB(WS-TG-HIT)
                   MOVE 0 TO WS-TG-T-RCV(WS-TG-HIT)
                   MOVE 0 TO WS-TG-SANC-MTD(WS-TG-HIT)
                   MOVE 0 TO WS-TG-SANC-YTD(WS-TG-HIT)
                   MOVE 0 TO WS-TG-DISB-MTD(WS-TG-HIT)
                   MOVE 0 TO WS-TG-DISB-YTD(WS-TG-HIT)
                   MOVE 0 TO WS-TG-RCV-MTD(WS-TG-HIT)
                   MOVE 0 TO WS-TG-RCV-YTD(WS-TG-HIT)
                   MOVE 0 TO WS-TG-DUE(WS-TG-HIT)
               ELSE
                   DISPLAY "TGTMIS - BRANCH TABLE FULL, SKIPPED "
                           WS-KEY-BRANCH
               END-IF
           END-IF.

       385-FIND-STEP-PARA.
           IF WS-TG-BRANCH(WS-TX) = WS-KEY-BRANCH
               MOVE WS-TX TO WS-TG-HIT
           END-IF.

       500-SCORE-PARA.
      *    A MEASURE WITH NO TARGET SET DOES NOT COUNT IN THE SCORE; A
      *    BRANCH WITH NO TARGET AT ALL SCORES ZERO AND RANKS LAST.
           MOVE 0 TO WS-TG-RPCT-MTD(WS-TX).
           MOVE 0 TO WS-TG-RPCT-YTD(WS-TX).
           MOVE 0 TO WS-TG-SANC-OF(WS-TX).
           MOVE 0 TO WS-TG-DISB-OF(WS-TX).
           MOVE 0 TO WS-TG-RCV-OF(WS-TX).
           MOVE 0 TO WS-TG-SCORE(WS-TX).
           MOVE 0 TO WS-SCORE-SUM.
           MOVE 0 TO WS-SCORE-N.
           IF WS-TG-RCV-MTD(WS-TX) > 0
               COMPUTE WS-TG-RPCT-MTD(WS-TX) ROUNDED =
                     WS-TG-RCV-MTD(WS-TX) * 100 /
                     (WS-TG-RCV-MTD(WS-TX) + WS-TG-DUE(WS-TX))
           END-IF.
           IF WS-TG-RCV-YTD(WS-TX) > 0
               COMPUTE WS-TG-RPCT-YTD(WS-TX) ROUNDED =
                     WS-TG-RCV-YTD(WS-TX) * 100 /
                     (WS-TG-RCV-YTD(WS-TX) + WS-TG-DUE(WS-TX))
           END-IF.
           IF WS-TG-T-SANC(WS-TX) > 0
               COMPUTE WS-TG-SANC-OF(WS-TX) ROUNDED =
                     WS-TG-SANC-YTD(WS-TX) * 100 / WS-TG-T-SANC(WS-TX)
                  ON SIZE ERROR MOVE 9999.99 TO WS-TG-SANC-OF(WS-TX)
               END-COMPUTE
               ADD WS-TG-SANC-OF(WS-TX) TO WS-SCORE-SUM
               ADD 1 TO WS-SCORE-N
           END-IF.
           IF WS-TG-T-DISB(WS-TX) > 0
               IF WS-TG-DISB-YTD(WS-TX) > 0
                   COMPUTE WS-TG-DISB-OF(WS-TX) ROUNDED =
                         WS-TG-DISB-YTD(WS-TX) * 100
                         / WS-TG-T-DISB(WS-TX)
                      ON SIZE ERROR
                         MOVE 9999.99 TO WS-TG-DISB-OF(WS-TX)
                   END-COMPUTE
               END-IF
               ADD WS-TG-DISB-OF(WS-TX) TO WS-SCORE-SUM
               ADD 1 TO WS-SCORE-N
           END-IF.
           IF WS-TG-T-RCV(WS-TX) > 0
               COMPUTE WS-TG-RCV-OF(WS-TX) ROUNDED =
                     WS-TG-RPCT-YTD(WS-TX) * 100 / WS-TG-T-RCV(WS-TX)
                  ON SIZE ERROR MOVE 9999.99 TO WS-TG-RCV-OF(WS-TX)
               END-COMPUTE
               ADD WS-TG-RCV-OF(WS-TX) TO WS-SCORE-SUM
               ADD 1 TO WS-SCORE-N
           END-IF.
           IF WS-SCORE-N > 0
               COMPUTE WS-TG-SCORE(WS-TX) ROUNDED =
                     WS-SCORE-SUM / WS-SCORE-N
           END-IF.

       600-PRINT-PARA.
      *    RANK IS ONE MORE THAN THE NUMBER OF BRANCHES SCORING
      *    HIGHER, SO LEVEL SCORES SHARE A RANK.
           MOVE 1 TO WS-RANK.
           PERFORM 610-RANK-STEP-PARA
              VARYING WS-RX FROM 1 BY 1
              UNTIL WS-RX > WS-TG-COUNT.
           ADD 1 TO WS-BRANCH-COUNT.
           MOVE SPACES TO TGT-LINE.
           MOVE WS-TG-BRANCH(WS-TX) TO TL-BRANCH.
           IF WS-BRM-OPEN = 'Y'
               MOVE WS-TG-BRANCH(WS-TX) TO BRM-CODE
               READ BRMFILE
               IF FS6 = 00
                   MOVE BRM-NAME TO TL-NAME
               ELSE
                   MOVE 00 TO FS6
               END-IF
           END-IF.
           MOVE "SANCTIONS" TO TL-MEASURE.
           MOVE WS-TG-SANC-MTD(WS-TX) TO TL-MTD.
           MOVE WS-TG-SANC-YTD(WS-TX) TO TL-YTD.
           MOVE WS-TG-T-SANC(WS-TX) TO TL-TARGET.
           IF WS-TG-T-SANC(WS-TX) > 0
               MOVE WS-TG-SANC-OF(WS-TX) TO TL-OF-TGT
           END-IF.
           MOVE WS-RANK TO TL-RANK.
           WRITE OUTREC FROM TGT-LINE.
           MOVE SPACES TO TGT-LINE.
           MOVE "DISBURSED" TO TL-MEASURE.
           MOVE WS-TG-DISB-MTD(WS-TX) TO TL-MTD.
           MOVE WS-TG-DISB-YTD(WS-TX) TO TL-YTD.
           MOVE WS-TG-T-DISB(WS-TX) TO TL-TARGET.
           IF WS-TG-T-DISB(WS-TX) > 0
               MOVE WS-TG-DISB-OF(WS-TX) TO TL-OF-TGT
           END-IF.
           WRITE OUTREC FROM TGT-LINE.
           MOVE SPACES TO TGT-LINE.
           MOVE "RECOVERY %" TO TL-MEASURE.
           MOVE WS-TG-RPCT-MTD(WS-TX) TO TL-MTD-PCT.
           MOVE WS-TG-RPCT-YTD(WS-TX) TO TL-YTD-PCT.
           MOVE WS-TG-T-RCV(WS-TX) TO TL-TGT-PCT.
           IF WS-TG-T-RCV(WS-TX) > 0
               MOVE WS-TG-RCV-OF(WS-TX) TO TL-OF-TGT
           END-IF.
           WRITE OUTREC FROM TGT-LINE.

       610-RANK-STEP-PARA.
           IF WS-TG-SCORE(WS-RX) > WS-TG-SCORE(WS-TX)
               ADD 1 TO WS-RANK
           END-IF.

       400-CLOSE-PARA.
           CLOSE TGTFILE.
           CLOSE LEDGFILE.
           CLOSE LOANFILE.
           CLOSE PNDFILE.
           CLOSE SNPFILE.
           IF WS-BRM-OPEN = 'Y'
               CLOSE BRMFILE
           END-IF.
           CLOSE OUTFILE.
