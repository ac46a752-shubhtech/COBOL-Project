       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEAFXFR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RFDFILE ASSIGN TO DD1
           ORGANIZATION IS INDEXED
           RECORD KEY IS RFD-NO
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS1.
           SELECT ICRFILE ASSIGN TO DD2
           ORGANIZATION IS INDEXED
           RECORD KEY IS ICR-UTR-REF
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS2.
           SELECT DFRFILE ASSIGN TO DD3
           ORGANIZATION IS INDEXED
           RECORD KEY IS DFR-KEY
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS3.
           SELECT REMFILE ASSIGN TO DD4
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS4.
           SELECT GLFILE ASSIGN TO DD5
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS5.
           SELECT OUTFILE ASSIGN TO DD6
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS6.
       DATA DIVISION.
       FILE SECTION.

       FD RFDFILE.
       01 RFDREC1.
              COPY RFDREC.
       FD ICRFILE.
       01 ICRREC1.
              COPY ICRREC.
       FD DFRFILE.
       01 DFRREC1.
              COPY DFRREC.
      *    THE DEAF REMITTANCE FILE - ONE DETAIL PER CREDIT MOVED AND
      *    A CLOSING COUNT/TOTAL THE FUND RECONCILES THE REMITTANCE TO.
       FD REMFILE.
       01 REMREC.
           05 REM-TYPE            PIC X(01).
           05 REM-SRC-TYPE        PIC X(01).
           05 REM-SRC-REF         PIC X(16).
           05 REM-ACCOUNT-NO      PIC X(10).
           05 REM-AMOUNT          PIC 9(08).
           05 REM-ORIG-DATE-N     PIC 9(08).
           05 REM-XFER-DATE-N     PIC 9(08).
           05 FILLER              PIC X(28).
       01 REMTRL.
           05 REMT-TYPE           PIC X(01).
           05 REMT-COUNT          PIC 9(07).
           05 REMT-TOTAL          PIC 9(10).
           05 REMT-XFER-DATE-N    PIC 9(08).
           05 FILLER              PIC X(54).
      *    SAME POSITIONAL LAYOUT AS THE NIGHTLY GLFEED EXTRACT.
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
           05 FILLER              PIC X(03).
           05 OSRC            PIC X(06).
           05 FILLER              PIC X(02).
           05 OSRC-REF        PIC X(16).
           05 FILLER              PIC X(02).
           05 OACCOUNT-NO     PIC X(10).
           05 FILLER              PIC X(02).
           05 OAMOUNT         PIC Z(07)9.
           05 FILLER              PIC X(02).
           05 OORIG-DATE      PIC 9(08).
           05 FILLER              PIC X(02).
           05 ODISP           PIC X(19).
       WORKING-STORAGE SECTION.
       01 FS1            PIC 9(02) VALUE 0.
       01 FS2            PIC 9(02) VALUE 0.
       01 FS3            PIC 9(02) VALUE 0.
       01 FS4            PIC 9(02) VALUE 0.
       01 FS5            PIC 9(02) VALUE 0.
       01 FS6            PIC 9(02) VALUE 0.
       01 WS-EOF         PIC X(01) VALUE 'N'.
       01 WS-EOF2        PIC X(01) VALUE 'N'.
       01 WS-STOP        PIC X(01) VALUE 'N'.
       01 WS-ICR-OPEN    PIC X(01) VALUE 'N'.
       01 WS-D           PIC X(10) VALUE SPACES.
       01 WS-DATE-NUM    PIC 9(06) VALUE 0.
       01 WS-TODAY       PIC 9(08) VALUE 0.
       01 WS-PARM-YEARS  PIC X(02) VALUE SPACES.
       01 WS-DEAF-YEARS  PIC 9(02) VALUE 10.
       01 WS-CUTOFF      PIC 9(08) VALUE 0.
       01 WS-SRC-GL      PIC X(16) VALUE SPACES.
       01 WS-SRC-NAME    PIC X(06) VALUE SPACES.
       01 WS-DISP        PIC X(19) VALUE SPACES.
       01 WS-RFD-COUNT   PIC 9(05) VALUE 0.
       01 WS-ICR-COUNT   PIC 9(05) VALUE 0.
       01 WS-SKIP-COUNT  PIC 9(05) VALUE 0.
       01 WS-REM-COUNT   PIC 9(07) VALUE 0.
       01 WS-REM-TOTAL   PIC 9(10) VALUE 0.

       01 HEADER1.
           05 FILLER PIC X(80) VALUE ALL "*".
       01 HEADER4.
           05 FILLER PIC X(20).
           05 FILLER PIC X(40) VALUE "STATE BANK OF INDIA".
           05 FILLER PIC X(20).
       01 HEADER5.
           05 FILLER PIC X(16).
           05 FILLER PIC X(48) VALUE
              "UNCLAIMED CREDITS TRANSFERRED TO RBI DEAF".
           05 FILLER PIC X(16).
       01 TRAILER1.
           05 FILLER PIC X(05).
           05 FILLER PIC X(20) VALUE "REFUND VOUCHERS   : ".
           05 TRFD-COUNT PIC ZZ,ZZ9.
       01 TRAILER2.
           05 FILLER PIC X(05).
           05 FILLER PIC X(20) VALUE "SUSPENSE CREDITS  : ".
           05 TICR-COUNT PIC ZZ,ZZ9.
       01 TRAILER3.
           05 FILLER PIC X(05).
           05 FILLER PIC X(20) VALUE "TOTAL REMITTED    : ".
           05 TREM-TOTAL PIC Z,ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *    A CUSTOMER CREDIT NOBODY HAS CLAIMED FOR THE STATUTORY
      *    PERIOD (SYSIN YEARS, DEFAULT 10) MUST GO TO THE RBI
      *    DEPOSITOR EDUCATION AND AWARENESS FUND. ONCE A YEAR THIS
      *    MOVES THE UNPAID REFUND VOUCHERS AND THE CREDITS STILL
      *    PARKED ON ICRSUS, REGISTERS EACH ON DEAFREG SO IT CAN BE
      *    CLAIMED BACK, AND WRITES THE REMITTANCE AND THE GL LINES.
           PERFORM 100-OPEN-PARA.
           IF WS-STOP = 'Y'
               STOP RUN
           END-IF.
           PERFORM 150-PARM-PARA.
           PERFORM 200-HEADER-PARA.
           PERFORM 300-REFUND-PARA UNTIL WS-EOF = 'Y'.
           PERFORM 400-CREDIT-PARA UNTIL WS-EOF2 = 'Y'.
           PERFORM 450-TRAILER-PARA.
           PERFORM 500-CLOSE-PARA.
           DISPLAY "DEAFXFR - VOUCHERS: " WS-RFD-COUNT
                   " CREDITS: " WS-ICR-COUNT
                   " SKIPPED: " WS-SKIP-COUNT.
           STOP RUN.

       100-OPEN-PARA.
           OPEN I-O RFDFILE.
           IF FS1 = 00
               DISPLAY "RFDFILE OPEN SUCCESS"
           ELSE
               DISPLAY "RFDFILE OPEN FAILURE" FS1
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN I-O ICRFILE.
           IF FS2 = 00
               DISPLAY "ICRFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-ICR-OPEN
           ELSE
               DISPLAY "ICRFILE OPEN FAILURE" FS2
               MOVE 'Y' TO WS-EOF2
           END-IF.
      *    WITHOUT THE REGISTER NOTHING MOVED COULD EVER BE CLAIMED
      *    BACK, SO NOTHING MOVES.
           OPEN I-O DFRFILE.
           IF FS3 = 00
               DISPLAY "DFRFILE OPEN SUCCESS"
           ELSE
               DISPLAY "DFRFILE OPEN FAILURE" FS3
               MOVE 'Y' TO WS-STOP
           END-IF.
           OPEN OUTPUT REMFILE.
           IF FS4 = 00
               DISPLAY "REMFILE OPEN SUCCESS"
           ELSE
               DISPLAY "REMFILE OPEN FAILURE" FS4
               MOVE 'Y' TO WS-STOP
           END-IF.
           OPEN OUTPUT GLFILE.
           IF FS5 = 00
               DISPLAY "GLFILE OPEN SUCCESS"
           ELSE
               DISPLAY "GLFILE OPEN FAILURE" FS5
               MOVE 'Y' TO WS-STOP
           END-IF.
           OPEN OUTPUT OUTFILE.
           IF FS6 = 00
               DISPLAY "OUTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "OUTFILE OPEN FAILURE" FS6
               MOVE 'Y' TO WS-STOP
           END-IF.

       150-PARM-PARA.
           ACCEPT WS-PARM-YEARS FROM SYSIN.
           IF WS-PARM-YEARS NUMERIC AND WS-PARM-YEARS > 0
               MOVE WS-PARM-YEARS TO WS-DEAF-YEARS
           END-IF.
           ACCEPT WS-D FROM DATE.
           MOVE WS-D(1:6) TO WS-DATE-NUM.
           COMPUTE WS-TODAY = 20000000 + WS-DATE-NUM.
      *    WHOLE YEARS BACK FROM TODAY ON THE YYYYMMDD FORM - THE
      *    MONTH AND DAY STAY PUT, SO NO CALENDAR ARITHMETIC IS NEEDED.
           COMPUTE WS-CUTOFF = WS-TODAY - (WS-DEAF-YEARS * 10000).

       200-HEADER-PARA.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM HEADER4.
           WRITE OUTREC FROM HEADER5.
           WRITE OUTREC FROM HEADER1.
           WRITE GLREC FROM HEADER1.
           WRITE GLREC FROM HEADER4.
           WRITE GLREC FROM HEADER5.
           WRITE GLREC FROM HEADER1.

       300-REFUND-PARA.
      *    A VOUCHER STILL UNPAID - PENDING OR SWEPT STALE - AND
      *    RAISED BEFORE THE CUT-OFF. ONE PAID, OR ALREADY MOVED,
      *    IS LEFT ALONE.
           READ RFDFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               IF (RFD-PENDING OR RFD-STALE)
                   AND RFD-RAISE-DATE-N NUMERIC
                   AND RFD-RAISE-DATE-N > 0
                   AND RFD-RAISE-DATE-N <= WS-CUTOFF
                   PERFORM 310-REFUND-MOVE-PARA
               END-IF
           END-READ.

       310-REFUND-MOVE-PARA.
           MOVE 'R' TO DFR-SRC-TYPE.
           MOVE SPACES TO DFR-SRC-REF.
           MOVE RFD-NO TO DFR-SRC-REF(1:8).
           MOVE RFD-ACCOUNT-NO TO DFR-ACCOUNT-NO.
           MOVE RFD-AMOUNT TO DFR-AMOUNT.
           MOVE RFD-RAISE-DATE-N TO DFR-ORIG-DATE-N.
           PERFORM 600-REGISTER-PARA.
           IF FS3 = 00
               MOVE 'F' TO RFD-STATUS
               REWRITE RFDREC1
               MOVE "REFUND PAYABLE" TO WS-SRC-GL
               PERFORM 650-REMIT-PARA
               MOVE "REFUND" TO WS-SRC-NAME
               MOVE "TRANSFERRED" TO WS-DISP
               ADD 1 TO WS-RFD-COUNT
           ELSE
               MOVE "REFUND" TO WS-SRC-NAME
               MOVE "NOT MOVED - REG ERR" TO WS-DISP
               ADD 1 TO WS-SKIP-COUNT
           END-IF.
           PERFORM 690-REPORT-PARA.

       400-CREDIT-PARA.
           READ ICRFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-EOF2
           NOT AT END
               IF ICR-PARKED
                   AND ICR-VALUE-DATE-N NUMERIC
                   AND ICR-VALUE-DATE-N > 0
                   AND ICR-VALUE-DATE-N <= WS-CUTOFF
                   PERFORM 410-CREDIT-MOVE-PARA
               END-IF
           END-READ.

       410-CREDIT-MOVE-PARA.
      *    A CREDIT ALREADY CLAIMED BACK FROM THE FUND WAS RE-PARKED
      *    FOR SUSFIX TO PAY OUT - ITS OLD VALUE DATE MUST NOT SEND IT
      *    STRAIGHT BACK, SO THE REGISTER ROW IS CHECKED FIRST.
           MOVE 'C' TO DFR-SRC-TYPE.
           MOVE ICR-UTR-REF TO DFR-SRC-REF.
           READ DFRFILE.
           IF FS3 = 00
               MOVE "CREDIT" TO WS-SRC-NAME
               MOVE "CLAIMED - NOT MOVED" TO WS-DISP
               ADD 1 TO WS-SKIP-COUNT
           ELSE
               MOVE 'C' TO DFR-SRC-TYPE
               MOVE ICR-UTR-REF TO DFR-SRC-REF
               MOVE ICR-ACCOUNT-REF TO DFR-ACCOUNT-NO
               MOVE ICR-AMOUNT TO DFR-AMOUNT
               MOVE ICR-VALUE-DATE-N TO DFR-ORIG-DATE-N
               PERFORM 600-REGISTER-PARA
               IF FS3 = 00
                   MOVE 'F' TO ICR-STATUS
                   REWRITE ICRREC1
                   MOVE "CREDIT SUSPENSE" TO WS-SRC-GL
                   PERFORM 650-REMIT-PARA
                   MOVE "CREDIT" TO WS-SRC-NAME
                   MOVE "TRANSFERRED" TO WS-DISP
                   ADD 1 TO WS-ICR-COUNT
               ELSE
                   MOVE "CREDIT" TO WS-SRC-NAME
                   MOVE "NOT MOVED - REG ERR" TO WS-DISP
                   ADD 1 TO WS-SKIP-COUNT
               END-IF
           END-IF.
           PERFORM 690-REPORT-PARA.

       600-REGISTER-PARA.
           MOVE WS-TODAY TO DFR-XFER-DATE-N.
           MOVE 'T' TO DFR-STATUS.
           MOVE 0 TO DFR-CLAIM-DATE-N.
           MOVE SPACES TO DFR-CLAIM-BY.
           MOVE 0 TO DFR-CLAIM-RFD-NO.
           WRITE DFRREC1.
           IF FS3 NOT = 00
               DISPLAY "DEAFREG WRITE FAILURE " FS3 " " DFR-KEY
           END-IF.

       650-REMIT-PARA.
      *    THE PAYABLE OR SUSPENSE THE CREDIT SAT IN (WS-SRC-GL) IS
      *    DEBITED AND THE AMOUNT DUE TO THE FUND IS CREDITED.
           MOVE SPACES TO REMREC.
           MOVE 'D' TO REM-TYPE.
           MOVE DFR-SRC-TYPE TO REM-SRC-TYPE.
           MOVE DFR-SRC-REF TO REM-SRC-REF.
           MOVE DFR-ACCOUNT-NO TO REM-ACCOUNT-NO.
           MOVE DFR-AMOUNT TO REM-AMOUNT.
           MOVE DFR-ORIG-DATE-N TO REM-ORIG-DATE-N.
           MOVE WS-TODAY TO REM-XFER-DATE-N.
           WRITE REMREC.
           ADD 1 TO WS-REM-COUNT.
           ADD DFR-AMOUNT TO WS-REM-TOTAL.
           MOVE LOW-VALUES TO GLREC.
           MOVE DFR-ACCOUNT-NO TO GACCOUNT-NO.
           MOVE WS-SRC-GL TO GGL-ACCOUNT.
           MOVE "DR" TO GDR-CR.
           MOVE DFR-AMOUNT TO GGL-AMOUNT.
           WRITE GLREC.
           MOVE LOW-VALUES TO GLREC.
           MOVE DFR-ACCOUNT-NO TO GACCOUNT-NO.
           MOVE "RBI DEAF" TO GGL-ACCOUNT.
           MOVE "CR" TO GDR-CR.
           MOVE DFR-AMOUNT TO GGL-AMOUNT.
           WRITE GLREC.

       690-REPORT-PARA.
           MOVE LOW-VALUES TO OUTREC.
           MOVE WS-SRC-NAME TO OSRC.
           MOVE WS-DISP TO ODISP.
           MOVE DFR-SRC-REF TO OSRC-REF.
           MOVE DFR-ACCOUNT-NO TO OACCOUNT-NO.
           MOVE DFR-AMOUNT TO OAMOUNT.
           MOVE DFR-ORIG-DATE-N TO OORIG-DATE.
           WRITE OUTREC.

       450-TRAILER-PARA.
           MOVE SPACES TO REMTRL.
           MOVE 'T' TO REMT-TYPE.
           MOVE WS-REM-COUNT TO REMT-COUNT.
           MOVE WS-REM-TOTAL TO REMT-TOTAL.
           MOVE WS-TODAY TO REMT-XFER-DATE-N.
           WRITE REMTRL.
           WRITE OUTREC FROM HEADER1.
           MOVE WS-RFD-COUNT TO TRFD-COUNT.
           WRITE OUTREC FROM TRAILER1.
           MOVE WS-ICR-COUNT TO TICR-COUNT.
           WRITE OUTREC FROM TRAILER2.
           MOVE WS-REM-TOTAL TO TREM-TOTAL.
           WRITE OUTREC FROM TRAILER3.
           WRITE GLREC FROM HEADER1.

       500-CLOSE-PARA.
           CLOSE RFDFILE.
           IF WS-ICR-OPEN = 'Y'
               CLOSE ICRFILE
           END-IF.
           CLOSE DFRFILE.
           CLOSE REMFILE.
           CLOSE GLFILE.
           CLOSE OUTFILE.
