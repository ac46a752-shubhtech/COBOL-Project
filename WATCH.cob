           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS7.
           SELECT EMPFILE ASSIGN TO DD8
           ORGANIZATION IS INDEXED
           RECORD KEY IS EMP-ACCOUNT-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS8.
           SELECT RUNFILE ASSIGN TO DD9
           ORGANIZATION IS INDEXED
           RECORD KEY IS RUN-JOB
           05 FILLER              PIC X(03).
           05 OSIGNALS        PIC X(24).
           05 FILLER              PIC X(11).
       FD EMPFILE.
       01 EMPREC1.
              COPY EMPREC.
       FD RUNFILE.
       01 RUNREC1.
              COPY RUNREC.
       01 FS5            PIC 9(02) VALUE 0.
       01 FS6            PIC 9(02) VALUE 0.
       01 FS7            PIC 9(02) VALUE 0.
       01 FS8            PIC 9(02) VALUE 0.
       01 WS-EMP-OPEN    PIC X(01) VALUE 'N'.
       01 WS-EOF         PIC X(01) VALUE 'N'.
       01 WS-LED-DONE    PIC X(01) VALUE 'N'.
       01 WS-INST-EOF    PIC X(01) VALUE 'N'.
       000-MAIN-PARA.
      *    THE PREDICTIVE SIGNALS ARE ALL ALREADY ON FILE - A FIRST
      *    BOUNCE ROW, REPEATED PART-PAID EMIS, A CANCELLED MANDATE,
      *    PAYMENTS THAT STOPPED WHEN THE MORATORIUM ENDED, NO JOB
      *    (OR A SALARY THAT CANNOT CARRY THE EMI) AFTER THE COURSE
      *    ENDED. ONE POINT EACH; AT THE THRESHOLD (SYSIN, DEFAULT 2)
      *    THE ACCOUNT ENTERS THE WATCHLIST AND THE BRANCH CALLS IN
      *    WEEK ONE.
           PERFORM 050-RUNCTL-PARA.
           IF WS-RC-STOP = 'Y'
               STOP RUN
               DISPLAY "OUTFILE OPEN FAILURE" FS7
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN INPUT EMPFILE.
           IF FS8 = 00
               DISPLAY "EMPFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-EMP-OPEN
           ELSE
      *        NO EMPLOYMENT FILE JUST MEANS NO SALARY SIGNAL.
               DISPLAY "EMPFILE OPEN FAILURE" FS8
           END-IF.

       150-PARM-PARA.
           ACCEPT WS-PARM-THR FROM SYSIN.
           PERFORM 320-LEDGER-SCAN-PARA.
           PERFORM 330-INST-SCAN-PARA.
           PERFORM 340-MANDATE-PARA.
           PERFORM 345-SALARY-PARA.
           IF WS-BOUNCE-SW = 'Y'
               ADD 1 TO WS-SCORE
               MOVE 'BNCE' TO WS-SIGNALS(1:4)
               END-IF
           END-IF.

       345-SALARY-PARA.
      *    THE BRANCH HAS LEARNED THE STUDENT IS STILL LOOKING FOR
      *    WORK, OR THAT THE PAY WILL NOT STRETCH TO THE EMI.
           IF WS-EMP-OPEN = 'Y'
               MOVE PLF-ACCOUNT-NO TO EMP-ACCOUNT-NO
               READ EMPFILE
               IF FS8 = 00
                   IF EMP-UNEMPLOYED OR EMP-RST-OFFERED
                       ADD 1 TO WS-SCORE
                       MOVE 'SALY' TO WS-SIGNALS(21:4)
                   END-IF
               ELSE
                   MOVE 00 TO FS8
               END-IF
           END-IF.

       360-WATCH-PARA.
           MOVE PLF-ACCOUNT-NO TO WTC-ACCOUNT-NO.
           READ WTCFILE.
           CLOSE MNDTFILE.
           CLOSE WTCFILE.
           CLOSE OUTFILE.
           IF WS-EMP-OPEN = 'Y'
               CLOSE EMPFILE
           END-IF.
