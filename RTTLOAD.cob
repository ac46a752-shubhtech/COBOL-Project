       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTTLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTFILE ASSIGN TO DD1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS1.
           SELECT RTTFILE ASSIGN TO DD2
           ORGANIZATION IS INDEXED
           RECORD KEY IS RTT-ACCOUNT-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS2.
           SELECT LOANFILE ASSIGN TO DD3
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLF-ACCOUNT-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS3.
       DATA DIVISION.
       FILE SECTION.

       FD EXTFILE.
      *    ONE CARD PER ACCOUNT - ACCOUNT, RATE TYPE (X FIXED, F
      *    FLOATING) AND, FOR A FLOATING LOAN ON A RESET SCHEDULE, THE
      *    RESET PERIOD IN MONTHS AND THE NEXT RESET DATE (YYYYMMDD,
      *    DAY 28 OR EARLIER), ALL POSITIONAL. A FLOATING CARD WITH
      *    ZERO MONTHS RESETS AT EVERY CIRCULAR AND NEEDS NO DATE.
      *    A RE-LOAD REPLACES THE TERMS BUT KEEPS THE LAST RESET DATE.
       01 EXTREC.
           05 EXT-ACCOUNT-NO      PIC X(10).
           05 FILLER              PIC X(01).
           05 EXT-TYPE            PIC X(01).
               88 EXT-TYPE-OK           VALUE 'X' 'F'.
           05 FILLER              PIC X(01).
           05 EXT-MONTHS          PIC 9(02).
           05 FILLER              PIC X(01).
           05 EXT-NEXT-RESET-N    PIC 9(08).
           05 EXT-NEXT-RESET-X REDEFINES EXT-NEXT-RESET-N.
               10 EXT-NR-YYYY     PIC 9(04).
               10 EXT-NR-MM       PIC 9(02).
               10 EXT-NR-DD       PIC 9(02).
           05 FILLER              PIC X(56).
       FD RTTFILE.
       01 RTTREC1.
              COPY RTTREC.
       FD LOANFILE.
       01 LOANREC.
              COPY PLF3REC.
       WORKING-STORAGE SECTION.
       01 FS1              PIC 9(02) VALUE 0.
       01 FS2              PIC 9(02) VALUE 0.
       01 FS3              PIC 9(02) VALUE 0.
       01 WS-EOF           PIC X(01) VALUE 'N'.
       01 WS-CARD-OK       PIC X(01) VALUE 'Y'.
       01 WS-LAST-RESET-N  PIC 9(08) VALUE 0.
       01 WS-LOAD-COUNT    PIC 9(05) VALUE 0.
       01 WS-REJECT-COUNT  PIC 9(05) VALUE 0.
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           PERFORM 100-OPEN-PARA.
           PERFORM 300-READ-PARA UNTIL WS-EOF = 'Y'.
           PERFORM 400-CLOSE-PARA.
           DISPLAY "RTTLOAD - LOADED: " WS-LOAD-COUNT
                   " REJECTED: " WS-REJECT-COUNT.
           STOP RUN.

       100-OPEN-PARA.
           OPEN INPUT EXTFILE.
           IF FS1 = 00
               DISPLAY "EXTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "EXTFILE OPEN FAILURE" FS1
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN I-O RTTFILE.
           IF FS2 = 00
               DISPLAY "RTTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "RTTFILE OPEN FAILURE" FS2
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN INPUT LOANFILE.
           IF FS3 = 00
               DISPLAY "LOANFILE OPEN SUCCESS"
           ELSE
               DISPLAY "LOANFILE OPEN FAILURE" FS3
               MOVE 'Y' TO WS-EOF
           END-IF.

       300-READ-PARA.
           READ EXTFILE AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               PERFORM 310-LOAD-PARA
           END-READ.

       310-LOAD-PARA.
           PERFORM 320-CHECK-PARA.
           IF WS-CARD-OK = 'N'
               DISPLAY "RTTLOAD - CARD REJECTED: " EXTREC(1:24)
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE EXT-ACCOUNT-NO TO PLF-ACCOUNT-NO
               READ LOANFILE
               IF FS3 NOT = 00
                   DISPLAY "RTTLOAD - NO SUCH ACCOUNT: " EXT-ACCOUNT-NO
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 00 TO FS3
               ELSE
                   PERFORM 330-WRITE-PARA
               END-IF
           END-IF.

       320-CHECK-PARA.
           MOVE 'Y' TO WS-CARD-OK.
           IF EXT-ACCOUNT-NO = SPACES OR NOT EXT-TYPE-OK
               MOVE 'N' TO WS-CARD-OK
           ELSE IF EXT-TYPE = 'F'
               IF EXT-MONTHS NOT NUMERIC OR EXT-MONTHS > 60
                   MOVE 'N' TO WS-CARD-OK
               ELSE IF EXT-MONTHS > 0
                   IF EXT-NEXT-RESET-N NOT NUMERIC
                       OR EXT-NR-MM < 1 OR EXT-NR-MM > 12
                       OR EXT-NR-DD < 1 OR EXT-NR-DD > 28
                       MOVE 'N' TO WS-CARD-OK
                   END-IF
               END-IF
               END-IF
           END-IF
           END-IF.

       330-WRITE-PARA.
           MOVE EXT-ACCOUNT-NO TO RTT-ACCOUNT-NO.
           READ RTTFILE.
           IF FS2 = 00
               MOVE RTT-LAST-RESET-N TO WS-LAST-RESET-N
           ELSE
               MOVE 0 TO WS-LAST-RESET-N
           END-IF.
           MOVE SPACES           TO RTTREC1.
           MOVE EXT-ACCOUNT-NO   TO RTT-ACCOUNT-NO.
           MOVE EXT-TYPE         TO RTT-TYPE.
           MOVE 0                TO RTT-RESET-MONTHS.
           MOVE 0                TO RTT-NEXT-RESET-N.
           IF EXT-TYPE = 'F' AND EXT-MONTHS > 0
               MOVE EXT-MONTHS       TO RTT-RESET-MONTHS
               MOVE EXT-NEXT-RESET-N TO RTT-NEXT-RESET-N
           END-IF.
           MOVE WS-LAST-RESET-N  TO RTT-LAST-RESET-N.
           WRITE RTTREC1.
           IF FS2 = 22
               REWRITE RTTREC1
           END-IF.
           IF FS2 NOT = 00
               DISPLAY "RTTFILE WRITE FAILURE" FS2 " ON "
                        RTT-ACCOUNT-NO
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               ADD 1 TO WS-LOAD-COUNT
           END-IF.

       400-CLOSE-PARA.
           CLOSE EXTFILE.
           CLOSE RTTFILE.
           CLOSE LOANFILE.
