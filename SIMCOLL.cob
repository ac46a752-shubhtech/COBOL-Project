           RECORD KEY IS RCPT-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS8.
           SELECT RCXFILE ASSIGN TO DD14
           ORGANIZATION IS INDEXED
           RECORD KEY IS RCX-KEY
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS14.
           SELECT RUNFILE ASSIGN TO DD9
           ORGANIZATION IS INDEXED
           RECORD KEY IS RUN-JOB
       FD RCPTFILE.
       01 RCPTREC1.
              COPY RCPTREC.
       FD RCXFILE.
       01 RCXREC1.
              COPY RCXREC.
       FD RUNFILE.
       01 RUNREC1.
              COPY RUNREC.
       01 FS7            PIC 9(02) VALUE 0.
       01 FS8            PIC 9(02) VALUE 0.
       01 FS9            PIC 9(02) VALUE 0.
       01 FS14           PIC 9(02) VALUE 0.
       01 WS-RCX-OPEN    PIC X(01) VALUE 'N'.
       01 WS-BUS-DATE-N  PIC 9(08) VALUE 0.
       01 WS-RC-STOP     PIC X(01) VALUE 'N'.
       01 WS-RUN-DD      PIC 9(02) VALUE 0.
               DISPLAY "RCPTFILE OPEN FAILURE" FS8
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN I-O RCXFILE.
           IF FS14 = 00
               DISPLAY "RCXFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-RCX-OPEN
           ELSE
      *        NO RECEIPT INDEX - RCXBLD PUTS BACK WHAT IS MISSED.
               DISPLAY "RCXFILE OPEN FAILURE" FS14
           END-IF.
           OPEN INPUT HOLFILE.
           IF FS10 = 00
               DISPLAY "HOLFILE OPEN SUCCESS"
               MOVE "ACCOUNT NOT FOUND" TO ORESULT
               WRITE OUTREC
               ADD 1 TO WS-EXCP-COUNT
           ELSE IF PLF-ACCT-SOLD
      *        THE LOAN NOW BELONGS TO THE ARC - THE BANK'S MANDATE
      *        MAY NOT BE USED TO DEBIT THE BORROWER FOR IT.
               MOVE "ACCOUNT SOLD TO ARC" TO ORESULT
               WRITE OUTREC
               ADD 1 TO WS-EXCP-COUNT
           ELSE
               IF PLF-INT-COLLECTED NOT NUMERIC
                   MOVE 0 TO PLF-INT-COLLECTED
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

       315-FREEZE-CHECK-PARA.
               WRITE RCPTREC1
               IF FS8 NOT = 00
                   DISPLAY "RCPTFILE WRITE FAILURE" FS8
               ELSE
                   PERFORM 341-RCPT-INDEX-PARA
               END-IF
           END-IF.

       341-RCPT-INDEX-PARA.
      *    THE RECEIPT GOES ONTO RCPTIX ON THE ACCOUNT PATH AND THE
      *    OPERATOR PATH, EACH WITH ITS DATE, FOR THE ONLINE BROWSES.
      *    A 22 MEANS A REBUILD ALREADY PUT THE ROW THERE.
           IF WS-RCX-OPEN = 'Y'
               MOVE RCPT-DATE(7:4)  TO RCX-DATE-N(1:4)
               MOVE RCPT-DATE(1:2)  TO RCX-DATE-N(5:2)
               MOVE RCPT-DATE(4:2)  TO RCX-DATE-N(7:2)
               MOVE RCPT-NO         TO RCX-RCPT-NO
               MOVE 'A'             TO RCX-PATH
               MOVE RCPT-ACCOUNT-NO TO RCX-OWNER
               WRITE RCXREC1
               IF FS14 NOT = 00 AND FS14 NOT = 22
                   DISPLAY "RCXFILE WRITE FAILURE" FS14 " ON " RCPT-NO
               END-IF
               MOVE 'O'             TO RCX-PATH
               MOVE RCPT-OPERATOR   TO RCX-OWNER
               WRITE RCXREC1
               IF FS14 NOT = 00 AND FS14 NOT = 22
                   DISPLAY "RCXFILE WRITE FAILURE" FS14 " ON " RCPT-NO
               END-IF
           END-IF.

           CLOSE AUDFILE.
           CLOSE RCCFILE.
           CLOSE RCPTFILE.
           IF WS-RCX-OPEN = 'Y'
               CLOSE RCXFILE
           END-IF.
           IF WS-HOL-OPEN = 'Y'
               CLOSE HOLFILE
           END-IF.
