       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALMGAP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANFILE ASSIGN TO DD1
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLF-ACCOUNT-NO
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS1.
           SELECT INSTFILE ASSIGN TO DD2
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLF6-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS2.
           SELECT RTTFILE ASSIGN TO DD3
           ORGANIZATION IS INDEXED
           RECORD KEY IS RTT-ACCOUNT-NO
           ACCESS MODE IS RANDOM
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
       FD INSTFILE.
       01 INSTREC1.
              COPY INSTREC.
       FD RTTFILE.
       01 RTTREC1.
              COPY RTTREC.
       FD OUTFILE.
      *  THE ALM SYSTEM'S LOAD RECORD, POSITIONAL AND ZERO-FILLED.
      *  'D' IS ONE GAP CELL - RATE TYPE (F FLOATING, X FIXED) AND
      *  REPRICING BUCKET: 01 UP TO 28 DAYS, 02 29 DAYS TO 3 MONTHS,
      *  03 3-6 MONTHS, 04 6-12 MONTHS, 05 1-3 YEARS, 06 OVER 3
      *  YEARS. 'S' IS THE RATE TYPE'S SUMMARY (BUCKET 00) WITH THE
      *  YEAR'S INTEREST INCOME AT TODAY'S RATES. THE IMPACTS ARE THE
      *  EXTRA INCOME OVER THE NEXT YEAR FROM A PARALLEL RISE OF 100
      *  AND 200 BASIS POINTS - A FALL IS THE SAME FIGURE LOST. THE
      *  FINAL 'C' CONTROL RECORD CARRIES THE COUNT AND HASH TOTALS.
       01 OUTREC.
           05 OREC-TYPE           PIC X(01).
           05 OAS-OF-DATE         PIC 9(08).
           05 ORATE-TYPE          PIC X(01).
           05 OBUCKET             PIC 9(02).
           05 OACCOUNTS           PIC 9(07).
           05 OBALANCE            PIC 9(13).
           05 OBASE-INCOME        PIC 9(11).
           05 OIMPACT-100         PIC 9(11).
           05 OIMPACT-200         PIC 9(11).
           05 FILLER              PIC X(15).
       01 OUTREC-CTL REDEFINES OUTREC.
           05 CREC-TYPE           PIC X(01).
           05 CREC-COUNT          PIC 9(07).
           05 CREC-BAL-HASH       PIC 9(15).
           05 CREC-IMP-HASH       PIC 9(15).
           05 CREC-DATE           PIC 9(08).
           05 FILLER              PIC X(34).
       WORKING-STORAGE SECTION.
       01 FS1            PIC 9(02) VALUE 0.
       01 FS2            PIC 9(02) VALUE 0.
       01 FS3            PIC 9(02) VALUE 0.
       01 FS4            PIC 9(02) VALUE 0.
       01 WS-RTT-OPEN    PIC X(01) VALUE 'N'.
       01 WS-EOF         PIC X(01) VALUE 'N'.
       01 WS-INST-EOF    PIC X(01) VALUE 'N'.
       01 WS-INST-HIT    PIC X(01) VALUE 'N'.
       01 WS-D           PIC X(10) VALUE SPACES.
       01 WS-DATE-NUM    PIC 9(06) VALUE 0.
       01 WS-TODAY       PIC 9(08) VALUE 0.
       01 WS-TODAY-INT   PIC 9(08) VALUE 0.
       01 WS-DAYS        PIC S9(08) VALUE 0.
       01 WS-RESET-DAYS  PIC S9(08) VALUE 0.
       01 WS-RATE        PIC 9(02)V99 VALUE 0.
       01 WS-DATE-WORK.
           05 WS-DW-MM     PIC 9(02).
           05 FILLER       PIC X(01).
           05 WS-DW-DD     PIC 9(02).
           05 FILLER       PIC X(01).
           05 WS-DW-YYYY   PIC 9(04).
       01 WS-EXPIRY-N    PIC 9(08) VALUE 0.
      *  ONE ACCOUNT AT A TIME - THE PRINCIPAL STILL TO COME OFF ITS
      *  SCHEDULE, AND THE BALANCE-DAYS THE SCHEDULE TAKES OUT OF THE
      *  COMING YEAR (FROM TODAY FOR THE BASE INCOME, FROM THE RESET
      *  FOR THE SHOCK - A FLOATING LOAN FEELS A NEW RATE ONLY FROM
      *  ITS RESET, AND ONLY ON WHAT IS STILL OWED BY THEN).
       01 WS-TX          PIC 9(01) VALUE 0.
       01 WS-BX          PIC 9(01) VALUE 0.
       01 WS-BUCKET      PIC 9(01) VALUE 0.
       01 WS-PRIN-LEFT   PIC 9(07) VALUE 0.
       01 WS-BAL         PIC 9(09) VALUE 0.
       01 WS-BASE-CUT    PIC 9(13) VALUE 0.
       01 WS-SHOCK-CUT   PIC 9(13) VALUE 0.
       01 WS-BASE-BD     PIC S9(13) VALUE 0.
       01 WS-SHOCK-BD    PIC S9(13) VALUE 0.
       01 WS-BASE-INC    PIC 9(09) VALUE 0.
       01 WS-FIX-HITS.
           05 WS-FIX-HIT     PIC X(01) OCCURS 6 TIMES.
      *  THE GAP - RATE TYPE 1 FLOATING, 2 FIXED, BY BUCKET.
       01 WS-GAP-TABLE.
           05 WS-GAP-TYPE OCCURS 2 TIMES.
               10 WS-GAP-CELL OCCURS 6 TIMES.
                   15 WS-GAP-COUNT     PIC 9(07).
                   15 WS-GAP-BAL       PIC 9(13).
                   15 WS-GAP-BD        PIC 9(15).
       01 WS-TYPE-TABLE.
           05 WS-TYPE-TOT OCCURS 2 TIMES.
               10 WS-TYPE-COUNT    PIC 9(07).
               10 WS-TYPE-BAL      PIC 9(13).
               10 WS-TYPE-INC      PIC 9(11).
               10 WS-TYPE-BD       PIC 9(15).
       01 WS-TYPE-CODES    PIC X(02) VALUE 'FX'.
       01 WS-REC-COUNT   PIC 9(07) VALUE 0.
       01 WS-BAL-HASH    PIC 9(15) VALUE 0.
       01 WS-IMP-HASH    PIC 9(15) VALUE 0.
       01 WS-ACCT-COUNT  PIC 9(07) VALUE 0.
       01 WS-NOSCHED-COUNT PIC 9(07) VALUE 0.
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *    QUARTERLY. THE LIVE BOOK IS SPLIT INTO FIXED AND FLOATING
      *    BY RATETRM (NO ROW = FLOATING, RESET AT THE NEXT CIRCULAR).
      *    A FLOATING LOAN'S WHOLE OUTSTANDING SITS IN THE BUCKET OF
      *    ITS NEXT RESET; A FIXED LOAN ONLY REPRICES AS ITS PRINCIPAL
      *    COMES BACK, SO ITS PLF6 PRINCIPAL IS BUCKETED BY DUE DATE.
      *    CASHPRJ DOES THE SAME FOR LIQUIDITY - THIS IS THE RATE
      *    VIEW OF THE SAME SCHEDULES.
           PERFORM 100-OPEN-PARA.
           PERFORM 200-DATE-PARA.
           PERFORM 300-READ-PARA UNTIL WS-EOF = 'Y'.
           PERFORM 500-WRITE-PARA.
           PERFORM 600-CLOSE-PARA.
           DISPLAY "ALMGAP - ACCOUNTS IN BOOK: " WS-ACCT-COUNT
                   " RECORDS: " WS-REC-COUNT
                   " NO SCHEDULE: " WS-NOSCHED-COUNT.
           STOP RUN.

       100-OPEN-PARA.
           OPEN INPUT LOANFILE.
           IF FS1 = 00
               DISPLAY "LOANFILE OPEN SUCCESS"
           ELSE
               DISPLAY "LOANFILE OPEN FAILURE" FS1
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN INPUT INSTFILE.
           IF FS2 = 00
               DISPLAY "INSTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "INSTFILE OPEN FAILURE" FS2
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN INPUT RTTFILE.
           IF FS3 = 00
               DISPLAY "RTTFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-RTT-OPEN
           ELSE
      *        NO RATE TERMS - THE WHOLE BOOK IS FLOATING AT CIRCULAR.
               DISPLAY "RTTFILE OPEN FAILURE" FS3
           END-IF.
           OPEN OUTPUT OUTFILE.
           IF FS4 = 00
               DISPLAY "OUTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "OUTFILE OPEN FAILURE" FS4
               MOVE 'Y' TO WS-EOF
           END-IF.
           MOVE ZEROS TO WS-GAP-TABLE.
           MOVE ZEROS TO WS-TYPE-TABLE.

       200-DATE-PARA.
           ACCEPT WS-D FROM DATE.
           MOVE WS-D(1:6) TO WS-DATE-NUM.
           COMPUTE WS-TODAY = 20000000 + WS-DATE-NUM.
           COMPUTE WS-TODAY-INT =
                 FUNCTION INTEGER-OF-DATE(WS-TODAY).

       300-READ-PARA.
           READ LOANFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               IF PLF-LOAN-AMT1 > 0 AND NOT PLF-ACCT-DEAD
                   PERFORM 310-ACCOUNT-PARA
               END-IF
           END-READ.

       310-ACCOUNT-PARA.
      *    THE TWO-DECIMAL EXTENSION WINS WHEN POPULATED - OLD
      *    WHOLE-DIGIT RECORDS FALL BACK TO THE LEGACY FIELD.
           IF PLF-INT-RATE-X NUMERIC AND PLF-INT-RATE-X > 0
               MOVE PLF-INT-RATE-X TO WS-RATE
           ELSE
               MOVE PLF-INTEREST TO WS-RATE
           END-IF.
           PERFORM 320-TERMS-PARA.
           MOVE 0 TO WS-BAL.
           MOVE 0 TO WS-BASE-CUT.
           MOVE 0 TO WS-SHOCK-CUT.
           MOVE SPACES TO WS-FIX-HITS.
           MOVE 'N' TO WS-INST-EOF.
           MOVE 'N' TO WS-INST-HIT.
           MOVE PLF-ACCOUNT-NO TO PLF6-ACCOUNT-NO.
           MOVE 0 TO PLF6-INST-NO.
           START INSTFILE KEY >= PLF6-KEY
               INVALID KEY MOVE 'Y' TO WS-INST-EOF
           END-START.
           PERFORM 330-INST-STEP-PARA UNTIL WS-INST-EOF = 'Y'.
           IF WS-INST-HIT = 'N'
               PERFORM 345-NO-SCHED-PARA
           END-IF.
           IF WS-BAL > 0
               PERFORM 350-ADD-PARA
           END-IF.

       320-TERMS-PARA.
      *    A RESET DATE ALREADY PASSED IS WAITING ON THE NEXT CIRCULAR
      *    AND COUNTS AS RESETTING NOW, THE SAME AS ZERO MONTHS.
           MOVE 1 TO WS-TX.
           MOVE 0 TO WS-RESET-DAYS.
           IF WS-RTT-OPEN = 'Y'
               MOVE PLF-ACCOUNT-NO TO RTT-ACCOUNT-NO
               READ RTTFILE
               IF FS3 = 00
                   IF RTT-FIXED
                       MOVE 2 TO WS-TX
                   ELSE IF RTT-RESET-MONTHS > 0
                       AND RTT-NEXT-RESET-N > WS-TODAY
                       COMPUTE WS-RESET-DAYS =
                             FUNCTION INTEGER-OF-DATE(RTT-NEXT-RESET-N)
                             - WS-TODAY-INT
                   END-IF
                   END-IF
               ELSE
                   MOVE 00 TO FS3
               END-IF
           END-IF.

       330-INST-STEP-PARA.
           READ INSTFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-INST-EOF
           NOT AT END
               IF PLF6-ACCOUNT-NO NOT = PLF-ACCOUNT-NO
                   MOVE 'Y' TO WS-INST-EOF
               ELSE IF NOT PLF6-PAID
                   PERFORM 340-INST-PARA
               END-IF
               END-IF
           END-READ.

       340-INST-PARA.
      *    A PART PAYMENT GOES TO THE INTEREST FIRST - ONLY WHAT IT
      *    LEFT OF THE PRINCIPAL PART IS STILL OWED.
           MOVE 'Y' TO WS-INST-HIT.
           MOVE PLF6-PRIN-PART TO WS-PRIN-LEFT.
           IF PLF6-PAID-AMT > PLF6-INT-PART
               IF PLF6-PAID-AMT - PLF6-INT-PART >= PLF6-PRIN-PART
                   MOVE 0 TO WS-PRIN-LEFT
               ELSE
                   COMPUTE WS-PRIN-LEFT = PLF6-PRIN-PART
                         - (PLF6-PAID-AMT - PLF6-INT-PART)
               END-IF
           END-IF.
           ADD WS-PRIN-LEFT TO WS-BAL.
           COMPUTE WS-DAYS =
                 FUNCTION INTEGER-OF-DATE(PLF6-DUE-DATE-N)
                 - WS-TODAY-INT.
           IF WS-DAYS < 0
               MOVE 0 TO WS-DAYS
           END-IF.
           PERFORM 342-SPREAD-PARA.

       342-SPREAD-PARA.
           IF WS-DAYS < 365
               COMPUTE WS-BASE-CUT = WS-BASE-CUT
                     + WS-PRIN-LEFT * (365 - WS-DAYS)
               IF WS-TX = 1 AND WS-RESET-DAYS < 365
                   IF WS-DAYS > WS-RESET-DAYS
                       COMPUTE WS-SHOCK-CUT = WS-SHOCK-CUT
                             + WS-PRIN-LEFT * (365 - WS-DAYS)
                   ELSE
                       COMPUTE WS-SHOCK-CUT = WS-SHOCK-CUT
                             + WS-PRIN-LEFT * (365 - WS-RESET-DAYS)
                   END-IF
               END-IF
           END-IF.
           IF WS-TX = 2 AND WS-PRIN-LEFT > 0
               PERFORM 360-BUCKET-PARA
               ADD WS-PRIN-LEFT TO WS-GAP-BAL(2, WS-BUCKET)
               MOVE 'Y' TO WS-FIX-HIT(WS-BUCKET)
           END-IF.

       345-NO-SCHED-PARA.
      *    A LIVE LOAN WITH NO UNPAID PLF6 ROW - UNDER MORATORIUM, OR
      *    NOT YET SCHEDULED - STILL OWES ITS SANCTIONED AMOUNT. IT IS
      *    TAKEN AS ONE PRINCIPAL FALLING DUE AT EXPIRY: A FLOATING
      *    LOAN STILL GOES TO ITS NEXT-RESET BUCKET IN 350, A FIXED
      *    ONE TO ITS CONTRACTUAL MATURITY. NO READABLE EXPIRY PUTS IT
      *    BEYOND THE YEAR, OVER 3 YEARS.
           ADD 1 TO WS-NOSCHED-COUNT.
           MOVE PLF-LOAN-AMT1 TO WS-PRIN-LEFT.
           MOVE PLF-LOAN-AMT1 TO WS-BAL.
           MOVE 9999 TO WS-DAYS.
           MOVE PLF-EXPIRY-DATE TO WS-DATE-WORK.
           IF WS-DW-MM NUMERIC AND WS-DW-DD NUMERIC
               AND WS-DW-YYYY NUMERIC
               AND WS-DW-MM > 0 AND WS-DW-MM < 13
               AND WS-DW-DD > 0 AND WS-DW-DD < 32
               COMPUTE WS-EXPIRY-N =
                     WS-DW-YYYY * 10000 + WS-DW-MM * 100 + WS-DW-DD
               COMPUTE WS-DAYS =
                     FUNCTION INTEGER-OF-DATE(WS-EXPIRY-N)
                     - WS-TODAY-INT
               IF WS-DAYS < 0
                   MOVE 0 TO WS-DAYS
               END-IF
           END-IF.
           PERFORM 342-SPREAD-PARA.

       350-ADD-PARA.
           ADD 1 TO WS-ACCT-COUNT.
           COMPUTE WS-BASE-BD = WS-BAL * 365 - WS-BASE-CUT.
           COMPUTE WS-BASE-INC ROUNDED = WS-BASE-BD * WS-RATE / 36500.
           MOVE 0 TO WS-SHOCK-BD.
           IF WS-TX = 1 AND WS-RESET-DAYS < 365
               COMPUTE WS-SHOCK-BD = WS-BAL * (365 - WS-RESET-DAYS)
                     - WS-SHOCK-CUT
           END-IF.
           ADD 1 TO WS-TYPE-COUNT(WS-TX).
           ADD WS-BAL TO WS-TYPE-BAL(WS-TX).
           ADD WS-BASE-INC TO WS-TYPE-INC(WS-TX).
           ADD WS-SHOCK-BD TO WS-TYPE-BD(WS-TX).
           IF WS-TX = 1
               MOVE WS-RESET-DAYS TO WS-DAYS
               PERFORM 360-BUCKET-PARA
               ADD 1 TO WS-GAP-COUNT(1, WS-BUCKET)
               ADD WS-BAL TO WS-GAP-BAL(1, WS-BUCKET)
               ADD WS-SHOCK-BD TO WS-GAP-BD(1, WS-BUCKET)
           ELSE
               PERFORM 355-FIX-COUNT-PARA
                  VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 6
           END-IF.

       355-FIX-COUNT-PARA.
           IF WS-FIX-HIT(WS-BX) = 'Y'
               ADD 1 TO WS-GAP-COUNT(2, WS-BX)
           END-IF.

       360-BUCKET-PARA.
           IF WS-DAYS <= 28
               MOVE 1 TO WS-BUCKET
           ELSE IF WS-DAYS <= 92
               MOVE 2 TO WS-BUCKET
           ELSE IF WS-DAYS <= 183
               MOVE 3 TO WS-BUCKET
           ELSE IF WS-DAYS <= 365
               MOVE 4 TO WS-BUCKET
           ELSE IF WS-DAYS <= 1096
               MOVE 5 TO WS-BUCKET
           ELSE
               MOVE 6 TO WS-BUCKET
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       500-WRITE-PARA.
           PERFORM 510-GAP-LINE-PARA
              VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 2
                AFTER WS-BX FROM 1 BY 1 UNTIL WS-BX > 6.
           PERFORM 520-SUMMARY-PARA
              VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 2.
           PERFORM 530-CONTROL-PARA.

       510-GAP-LINE-PARA.
           MOVE ZEROS TO OUTREC.
           MOVE 'D' TO OREC-TYPE.
           MOVE WS-TODAY TO OAS-OF-DATE.
           MOVE WS-TYPE-CODES(WS-TX:1) TO ORATE-TYPE.
           MOVE WS-BX TO OBUCKET.
           MOVE WS-GAP-COUNT(WS-TX, WS-BX) TO OACCOUNTS.
           MOVE WS-GAP-BAL(WS-TX, WS-BX) TO OBALANCE.
           COMPUTE OIMPACT-100 ROUNDED =
                 WS-GAP-BD(WS-TX, WS-BX) / 36500.
           COMPUTE OIMPACT-200 ROUNDED =
                 WS-GAP-BD(WS-TX, WS-BX) / 18250.
           MOVE SPACES TO OUTREC(66:15).
           PERFORM 540-PUT-PARA.

       520-SUMMARY-PARA.
           MOVE ZEROS TO OUTREC.
           MOVE 'S' TO OREC-TYPE.
           MOVE WS-TODAY TO OAS-OF-DATE.
           MOVE WS-TYPE-CODES(WS-TX:1) TO ORATE-TYPE.
           MOVE WS-TYPE-COUNT(WS-TX) TO OACCOUNTS.
           MOVE WS-TYPE-BAL(WS-TX) TO OBALANCE.
           MOVE WS-TYPE-INC(WS-TX) TO OBASE-INCOME.
           COMPUTE OIMPACT-100 ROUNDED = WS-TYPE-BD(WS-TX) / 36500.
           COMPUTE OIMPACT-200 ROUNDED = WS-TYPE-BD(WS-TX) / 18250.
           MOVE SPACES TO OUTREC(66:15).
           PERFORM 540-PUT-PARA.

       530-CONTROL-PARA.
           MOVE SPACES TO OUTREC-CTL.
           MOVE 'C' TO CREC-TYPE.
           MOVE WS-REC-COUNT TO CREC-COUNT.
           MOVE WS-BAL-HASH TO CREC-BAL-HASH.
           MOVE WS-IMP-HASH TO CREC-IMP-HASH.
           MOVE WS-TODAY TO CREC-DATE.
           WRITE OUTREC.

       540-PUT-PARA.
           WRITE OUTREC.
           IF FS4 NOT = 00
               DISPLAY "OUTFILE WRITE FAILURE" FS4
           ELSE
               ADD 1 TO WS-REC-COUNT
               ADD OBALANCE TO WS-BAL-HASH
               ADD OIMPACT-100 TO WS-IMP-HASH
           END-IF.

       600-CLOSE-PARA.
           CLOSE LOANFILE.
           CLOSE INSTFILE.
           IF WS-RTT-OPEN = 'Y'
               CLOSE RTTFILE
           END-IF.
           CLOSE OUTFILE.
