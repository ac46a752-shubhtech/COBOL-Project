       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNCREV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CNAFILE ASSIGN TO DD1
           ORGANIZATION IS INDEXED
           RECORD KEY IS CNA-ACCOUNT-NO
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS1.
           SELECT PRGFILE ASSIGN TO DD2
           ORGANIZATION IS INDEXED
           RECORD KEY IS PRG-KEY
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS2.
           SELECT LOANFILE ASSIGN TO DD3
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLF-ACCOUNT-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS3.
           SELECT CUSTFILE ASSIGN TO DD4
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLF-CUST-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS4.
           SELECT INSTFILE ASSIGN TO DD5
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLF6-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS5.
           SELECT LEDGFILE ASSIGN TO DD6
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLF5-KEY
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS6.
           SELECT NTFFILE ASSIGN TO DD7
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS7.
           SELECT OUTFILE ASSIGN TO DD8
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS8.
           SELECT RTHFILE ASSIGN TO DD9
           ORGANIZATION IS INDEXED
           RECORD KEY IS RTH-KEY
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS9.
       DATA DIVISION.
       FILE SECTION.

       FD CNAFILE.
       01 CNAREC1.
              COPY CNAREC.
       FD PRGFILE.
       01 PRGREC1.
              COPY PRGREC.
       FD LOANFILE.
       01 LOANREC.
              COPY PLF3REC.
       FD CUSTFILE.
       01 CUSTREC.
              COPY PLF01REC.
       FD INSTFILE.
       01 INSTREC1.
              COPY INSTREC.
       FD LEDGFILE.
       01 LEDGREC.
              COPY PLF5REC.
       FD NTFFILE.
      *    NOTIFICATION EVENTS FOR THE DISPATCHER - SAME LAYOUT AS
      *    THE ONLINE NOTIFQ ENTRIES, MERGED BY OPERATIONS.
       01 NTFREC.
              COPY NOTIFREC.
       FD OUTFILE.
       01 OUTREC.
           05 FILLER              PIC X(05).
           05 OACCOUNT-NO     PIC X(10).
           05 FILLER              PIC X(03).
           05 OCODE           PIC X(04).
           05 FILLER              PIC X(03).
           05 OYEAR           PIC Z9.
           05 FILLER              PIC X(03).
           05 OOLD-RATE       PIC Z9.99.
           05 FILLER              PIC X(03).
           05 ONEW-RATE       PIC Z9.99.
           05 FILLER              PIC X(03).
           05 ORESULT         PIC X(30).
           05 FILLER              PIC X(04).
       FD RTHFILE.
       01 RTHREC1.
              COPY RTHREC.
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
       01 WS-RTH-OPEN    PIC X(01) VALUE 'N'.
       01 WS-EOF         PIC X(01) VALUE 'N'.
       01 WS-D           PIC X(10) VALUE SPACES.
       01 WS-T           PIC X(10) VALUE SPACES.
       01 WS-DATE-NUM    PIC 9(06) VALUE 0.
       01 WS-RUN-DATE-N  PIC 9(08) VALUE 0.
       01 WS-RUN-DATE    PIC X(10) VALUE SPACES.
       01 WS-RUN-TIME    PIC 9(06) VALUE 0.
       01 WS-SCAN-YEAR   PIC 9(02) VALUE 0.
       01 WS-LAST-YEAR   PIC 9(02) VALUE 0.
       01 WS-LAST-RESULT PIC X(01) VALUE SPACE.
       01 WS-OLD-RATE    PIC 9(02)V99 VALUE 0.
       01 WS-EFF-RATE    PIC 9(02)V99 VALUE 0.
       01 WS-RATE-WORK   PIC 9(04) VALUE 0.
       01 WS-INST-EOF    PIC X(01) VALUE 'N'.
       01 WS-OPEN-MONTHS PIC 9(03) VALUE 0.
       01 WS-TOT-INTEREST PIC 9(08) VALUE 0.
       01 WS-MONTHLY-INT PIC 9(07) VALUE 0.
       01 WS-INST-NO     PIC 9(03) VALUE 0.
       01 WS-UPD-DONE    PIC X(01) VALUE 'N'.
       01 WS-REVU-COUNT  PIC 9(07) VALUE 0.
       01 WS-WDRW-COUNT  PIC 9(07) VALUE 0.
       01 WS-SKIP-COUNT  PIC 9(07) VALUE 0.

       01 HEADER1.
           05 FILLER PIC X(80) VALUE ALL "*".
       01 HEADER4.
           05 FILLER PIC X(20).
           05 FILLER PIC X(40) VALUE "STATE BANK OF INDIA".
           05 FILLER PIC X(20).
       01 HEADER5.
           05 FILLER PIC X(16).
           05 FILLER PIC X(48) VALUE
              "PERFORMANCE-LINKED CONCESSION REVIEW".
           05 FILLER PIC X(16).
       01 HEADER3.
           05 FILLER PIC X(05).
           05 FILLER PIC X(13) VALUE "ACCOUNT NO.".
           05 FILLER PIC X(07) VALUE "CODE".
           05 FILLER PIC X(05) VALUE "YEAR".
           05 FILLER PIC X(08) VALUE "OLD".
           05 FILLER PIC X(08) VALUE "NEW".
           05 FILLER PIC X(34) VALUE "RESULT".
       01 TRAILER1.
           05 FILLER PIC X(05).
           05 FILLER PIC X(16) VALUE "REVIEWED     : ".
           05 TREVU-COUNT PIC ZZZ,ZZ9.
       01 TRAILER2.
           05 FILLER PIC X(05).
           05 FILLER PIC X(16) VALUE "WITHDRAWN    : ".
           05 TWDRW-COUNT PIC ZZZ,ZZ9.
       01 TRAILER3.
           05 FILLER PIC X(05).
           05 FILLER PIC X(16) VALUE "SKIPPED      : ".
           05 TSKIP-COUNT PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *    RUN ONCE A YEAR AFTER THE PROGTRK CAPTURE SEASON. EVERY
      *    PERFORMANCE-LINKED CONCESSION STILL ON AN ACCOUNT IS TESTED
      *    AGAINST THE STUDENT'S LATEST PRGF YEAR - A FAIL WITHDRAWS
      *    IT: THE REDUCTION GOES BACK ON THE RATE, THE REMAINING
      *    SCHEDULE IS REWORKED THE WAY REPRICE DOES IT, AN 'R' MARKER
      *    GOES TO THE LEDGER AND THE CUSTOMER IS NOTIFIED.
           PERFORM 100-OPEN-PARA.
           PERFORM 200-HEADER-PARA.
           PERFORM 300-READ-PARA UNTIL WS-EOF = 'Y'.
           PERFORM 450-TRAILER-PARA.
           PERFORM 400-CLOSE-PARA.
           DISPLAY "CNCREV - REVIEWED: " WS-REVU-COUNT
                   " WITHDRAWN: " WS-WDRW-COUNT.
           STOP RUN.

       100-OPEN-PARA.
           OPEN I-O CNAFILE.
           IF FS1 = 00
               DISPLAY "CNAFILE OPEN SUCCESS"
           ELSE
               DISPLAY "CNAFILE OPEN FAILURE" FS1
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN INPUT PRGFILE.
           IF FS2 = 00
               DISPLAY "PRGFILE OPEN SUCCESS"
           ELSE
               DISPLAY "PRGFILE OPEN FAILURE" FS2
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN I-O LOANFILE.
           IF FS3 = 00
               DISPLAY "LOANFILE OPEN SUCCESS"
           ELSE
               DISPLAY "LOANFILE OPEN FAILURE" FS3
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN INPUT CUSTFILE.
           IF FS4 = 00
               DISPLAY "CUSTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "CUSTFILE OPEN FAILURE" FS4
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN I-O INSTFILE.
           IF FS5 = 00
               DISPLAY "INSTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "INSTFILE OPEN FAILURE" FS5
           END-IF.
           OPEN I-O LEDGFILE.
           IF FS6 = 00
               DISPLAY "LEDGFILE OPEN SUCCESS"
           ELSE
               DISPLAY "LEDGFILE OPEN FAILURE" FS6
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN OUTPUT NTFFILE.
           IF FS7 = 00
               DISPLAY "NTFFILE OPEN SUCCESS"
           ELSE
               DISPLAY "NTFFILE OPEN FAILURE" FS7
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN OUTPUT OUTFILE.
           IF FS8 = 00
               DISPLAY "OUTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "OUTFILE OPEN FAILURE" FS8
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN I-O RTHFILE.
           IF FS9 = 00
               DISPLAY "RTHFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-RTH-OPEN
           ELSE
               DISPLAY "RTHFILE OPEN FAILURE" FS9
           END-IF.

       200-HEADER-PARA.
           ACCEPT WS-D FROM DATE.
           ACCEPT WS-T FROM TIME.
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

       300-READ-PARA.
           READ CNAFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               IF CNA-APPLIED AND CNA-PERF-LINKED
                   ADD 1 TO WS-REVU-COUNT
                   PERFORM 310-PROGRESS-PARA
               END-IF
           END-READ.

       310-PROGRESS-PARA.
      *    THE LATEST STUDY YEAR ON FILE DECIDES - A STUDENT WHO FAILED
      *    AN EARLY YEAR BUT HAS PASSED SINCE KEEPS THE CONCESSION.
           MOVE 0 TO WS-LAST-YEAR.
           MOVE SPACE TO WS-LAST-RESULT.
           PERFORM 320-YEAR-SCAN-PARA
              VARYING WS-SCAN-YEAR FROM 1 BY 1
              UNTIL WS-SCAN-YEAR > 8.
           IF WS-LAST-YEAR > 0 AND WS-LAST-RESULT = 'F'
               PERFORM 330-WITHDRAW-PARA
           END-IF.

       320-YEAR-SCAN-PARA.
           MOVE CNA-ACCOUNT-NO TO PRG-ACCOUNT-NO.
           MOVE WS-SCAN-YEAR TO PRG-YEAR.
           READ PRGFILE.
           IF FS2 = 00
               MOVE WS-SCAN-YEAR TO WS-LAST-YEAR
               MOVE PRG-RESULT TO WS-LAST-RESULT
           ELSE
               MOVE 00 TO FS2
           END-IF.

       330-WITHDRAW-PARA.
           MOVE CNA-ACCOUNT-NO TO PLF-ACCOUNT-NO.
           READ LOANFILE.
           IF FS3 NOT = 00 OR PLF-ACCT-DEAD
      *        A SETTLED ACCOUNT HAS NO RATE LEFT TO RESTORE - THE
      *        CONCESSION IS LEFT AS BOOKED AND THE LINE REPORTED.
               MOVE 00 TO FS3
               MOVE LOW-VALUES TO OUTREC
               MOVE CNA-ACCOUNT-NO TO OACCOUNT-NO
               MOVE CNA-CODE TO OCODE
               MOVE WS-LAST-YEAR TO OYEAR
               MOVE "FAILED - ACCOUNT SETTLED" TO ORESULT
               WRITE OUTREC
               ADD 1 TO WS-SKIP-COUNT
           ELSE
               PERFORM 340-RATE-PARA
           END-IF.

       340-RATE-PARA.
      *    THE REDUCTION RECORDED AT BOOKING GOES BACK ON TOP OF
      *    WHATEVER RATE THE ACCOUNT CARRIES NOW, SO A CIRCULAR
      *    REPRICE SINCE BOOKING IS NOT UNDONE.
           IF PLF-INT-RATE-X NUMERIC AND PLF-INT-RATE-X > 0
               MOVE PLF-INT-RATE-X TO WS-OLD-RATE
           ELSE
               MOVE PLF-INTEREST TO WS-OLD-RATE
           END-IF.
           COMPUTE WS-EFF-RATE = WS-OLD-RATE + CNA-REDUCTION.
           MOVE WS-EFF-RATE TO PLF-INT-RATE-X.
           IF PLF-LOAN-AMT1 > 0
               PERFORM 350-RESCHED-PARA
           END-IF.
           MOVE 'CNCRV' TO PLF-LAST-OP.
           REWRITE LOANREC.
           IF FS3 NOT = 00
               DISPLAY "LOANFILE REWRITE FAILURE" FS3 " ON "
                        PLF-ACCOUNT-NO
           END-IF.
           PERFORM 370-LEDGER-PARA.
           PERFORM 375-RATE-HIST-PARA.
           PERFORM 380-NOTIFY-PARA.
           MOVE 'W' TO CNA-STATUS.
           MOVE WS-RUN-DATE-N TO CNA-WDRAW-DATE-N.
           MOVE WS-LAST-YEAR TO CNA-WDRAW-YEAR.
           REWRITE CNAREC1.
           IF FS1 NOT = 00
               DISPLAY "CNAFILE REWRITE FAILURE" FS1 " ON "
                        CNA-ACCOUNT-NO
           END-IF.
           MOVE LOW-VALUES TO OUTREC.
           MOVE CNA-ACCOUNT-NO TO OACCOUNT-NO.
           MOVE CNA-CODE TO OCODE.
           MOVE WS-LAST-YEAR TO OYEAR.
           MOVE WS-OLD-RATE TO OOLD-RATE.
           MOVE WS-EFF-RATE TO ONEW-RATE.
           MOVE "FAILED - CONCESSION WITHDRAWN" TO ORESULT.
           WRITE OUTREC.
           ADD 1 TO WS-WDRW-COUNT.

       350-RESCHED-PARA.
      *    FLAT INTEREST ON THE RUNNING BALANCE SPREAD OVER THE
      *    STILL-UNPAID INSTALLMENTS, AS REPRICE AND AMORT WORK IT.
      *    PAID INSTALLMENTS ARE LEFT ALONE.
           MOVE 0 TO WS-OPEN-MONTHS.
           MOVE 'N' TO WS-INST-EOF.
           IF FS5 NOT = 00
               MOVE 'Y' TO WS-INST-EOF
           ELSE
               MOVE PLF-ACCOUNT-NO TO PLF6-ACCOUNT-NO
               MOVE 0 TO PLF6-INST-NO
               START INSTFILE KEY >= PLF6-KEY
                   INVALID KEY MOVE 'Y' TO WS-INST-EOF
               END-START
           END-IF.
           PERFORM 355-COUNT-STEP-PARA UNTIL WS-INST-EOF = 'Y'.
           IF WS-OPEN-MONTHS > 0
               COMPUTE WS-TOT-INTEREST ROUNDED =
                     (PLF-LOAN-AMT1 * WS-EFF-RATE * WS-OPEN-MONTHS)
                     / 1200
               COMPUTE WS-MONTHLY-INT ROUNDED =
                     WS-TOT-INTEREST / WS-OPEN-MONTHS
               MOVE 'N' TO WS-UPD-DONE
               MOVE 1 TO WS-INST-NO
               PERFORM 360-UPD-STEP-PARA UNTIL WS-UPD-DONE = 'Y'
           END-IF.

       355-COUNT-STEP-PARA.
           READ INSTFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-INST-EOF
           NOT AT END
               IF PLF6-ACCOUNT-NO NOT = PLF-ACCOUNT-NO
                   MOVE 'Y' TO WS-INST-EOF
               ELSE IF NOT PLF6-PAID
                   ADD 1 TO WS-OPEN-MONTHS
               END-IF
               END-IF
           END-READ.

       360-UPD-STEP-PARA.
           MOVE PLF-ACCOUNT-NO TO PLF6-ACCOUNT-NO.
           MOVE WS-INST-NO TO PLF6-INST-NO.
           READ INSTFILE.
           IF FS5 NOT = 00
               MOVE 'Y' TO WS-UPD-DONE
               MOVE 00 TO FS5
           ELSE
               IF NOT PLF6-PAID
                   MOVE WS-MONTHLY-INT TO PLF6-INT-PART
                   COMPUTE PLF6-EMI =
                         PLF6-PRIN-PART + WS-MONTHLY-INT
                   REWRITE INSTREC1
               END-IF
               ADD 1 TO WS-INST-NO
           END-IF.

       370-LEDGER-PARA.
      *    THE 'R' MARKER ROW CARRIES THE NEW RATE TIMES 100, THE SAME
      *    WAY REPRICE RECORDS A CIRCULAR REVISION.
           COMPUTE WS-RATE-WORK = WS-EFF-RATE * 100.
           MOVE PLF-ACCOUNT-NO TO PLF5-ACCOUNT-NO.
           MOVE WS-RUN-DATE-N  TO PLF5-TXN-DATE-N.
           MOVE WS-RUN-TIME    TO PLF5-TXN-TIME.
           MOVE WS-RUN-DATE    TO PLF5-TXN-DATE.
           MOVE 'R'            TO PLF5-TXN-TYPE.
           MOVE WS-RATE-WORK   TO PLF5-TXN-AMOUNT.
           MOVE 'CNCRV'        TO PLF5-OPERATOR.
           MOVE 0              TO PLF5-RCPT-NO.
           MOVE PLF-LOAN-AMT1  TO PLF5-BALANCE-AFTER.
           WRITE LEDGREC.
           IF FS6 NOT = 00
               DISPLAY "LEDGFILE WRITE FAILURE" FS6 " ON "
                        PLF-ACCOUNT-NO
           END-IF.

       375-RATE-HIST-PARA.
      *    THE NEW RATE GOES ON THE ACCOUNT'S RATE HISTORY, DATED THE
      *    RUN, SO THE INTEREST RECOMPUTATION KNOWS WHEN IT TOOK HOLD.
           IF WS-RTH-OPEN = 'Y'
               MOVE PLF-ACCOUNT-NO TO RTH-ACCOUNT-NO
               MOVE WS-RUN-DATE-N  TO RTH-EFF-DATE-N
               MOVE WS-RUN-TIME    TO RTH-TIME
               MOVE WS-EFF-RATE    TO RTH-RATE
               MOVE 'C'            TO RTH-REASON
               MOVE 'CNCRV'        TO RTH-OPERATOR
               WRITE RTHREC1
               IF FS9 NOT = 00
                   DISPLAY "RTHFILE WRITE FAILURE" FS9 " ON "
                            PLF-ACCOUNT-NO
               END-IF
           END-IF.

       380-NOTIFY-PARA.
           MOVE PLF-CUST1-NO TO PLF-CUST-NO.
           READ CUSTFILE.
           IF FS4 = 00
               MOVE PLF-ACCOUNT-NO TO NOTIF-ACCOUNT-NO
               MOVE PLF-CUST-NAME  TO NOTIF-CUST-NAME
               MOVE PLF-CUST-PHONE TO NOTIF-PHONE
               MOVE PLF-LOAN-AMT1  TO NOTIF-LOAN-AMT
               MOVE 'R'            TO NOTIF-EVENT
               WRITE NTFREC
           ELSE
               MOVE 00 TO FS4
           END-IF.

       450-TRAILER-PARA.
           WRITE OUTREC FROM HEADER1.
           MOVE WS-REVU-COUNT TO TREVU-COUNT.
           WRITE OUTREC FROM TRAILER1.
           MOVE WS-WDRW-COUNT TO TWDRW-COUNT.
           WRITE OUTREC FROM TRAILER2.
           MOVE WS-SKIP-COUNT TO TSKIP-COUNT.
           WRITE OUTREC FROM TRAILER3.

       400-CLOSE-PARA.
           CLOSE CNAFILE.
           CLOSE PRGFILE.
           CLOSE LOANFILE.
           CLOSE CUSTFILE.
           CLOSE INSTFILE.
           CLOSE LEDGFILE.
           CLOSE NTFFILE.
           CLOSE OUTFILE.
           IF WS-RTH-OPEN = 'Y'
               CLOSE RTHFILE
           END-IF.
