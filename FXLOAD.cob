       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTFILE ASSIGN TO DD1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS1.
           SELECT FXRFILE ASSIGN TO DD2
           ORGANIZATION IS INDEXED
           RECORD KEY IS FXR-KEY
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS2.
       DATA DIVISION.
       FILE SECTION.

       FD EXTFILE.
      *    THE TREASURY'S MORNING RATE CARD - ONE CARD PER CURRENCY:
      *    CURRENCY, CARD DATE (YYYYMMDD) AND THE TT SELLING RATE IN
      *    RUPEES WITH FOUR DECIMALS IMPLIED (0834250 = 83.4250).
       01 EXTREC.
           05 EXT-CURRENCY        PIC X(03).
               88 EXT-CCY-OK            VALUE 'USD' 'GBP' 'EUR'.
           05 FILLER              PIC X(01).
           05 EXT-DATE            PIC X(08).
           05 FILLER              PIC X(01).
           05 EXT-RATE            PIC X(07).
           05 FILLER              PIC X(60).
       FD FXRFILE.
       01 FXRREC1.
              COPY FXRREC.
       WORKING-STORAGE SECTION.
       01 FS1              PIC 9(02) VALUE 0.
       01 FS2              PIC 9(02) VALUE 0.
       01 WS-EOF           PIC X(01) VALUE 'N'.
       01 WS-RATE-N        PIC 9(03)V9(04) VALUE 0.
       01 WS-RATE-X        REDEFINES WS-RATE-N PIC X(07).
       01 WS-LOAD-COUNT    PIC 9(05) VALUE 0.
       01 WS-REJECT-COUNT  PIC 9(05) VALUE 0.
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           PERFORM 100-OPEN-PARA.
           PERFORM 300-READ-PARA UNTIL WS-EOF = 'Y'.
           PERFORM 400-CLOSE-PARA.
           DISPLAY "FXLOAD - LOADED: " WS-LOAD-COUNT
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
           OPEN I-O FXRFILE.
           IF FS2 = 00
               DISPLAY "FXRFILE OPEN SUCCESS"
           ELSE
               DISPLAY "FXRFILE OPEN FAILURE" FS2
               MOVE 'Y' TO WS-EOF
           END-IF.

       300-READ-PARA.
           READ EXTFILE AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               PERFORM 310-LOAD-PARA
           END-READ.

       310-LOAD-PARA.
           IF NOT EXT-CCY-OK
               DISPLAY "FXLOAD - CURRENCY NOT HANDLED: " EXT-CURRENCY
               ADD 1 TO WS-REJECT-COUNT
           ELSE IF EXT-DATE NOT NUMERIC OR EXT-RATE NOT NUMERIC
               DISPLAY "FXLOAD - CARD REJECTED: " EXT-CURRENCY
                       " " EXT-DATE
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE EXT-RATE TO WS-RATE-X
               IF WS-RATE-N = 0
                   DISPLAY "FXLOAD - ZERO RATE: " EXT-CURRENCY
                           " " EXT-DATE
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   MOVE EXT-CURRENCY TO FXR-CURRENCY
                   MOVE EXT-DATE     TO FXR-DATE-N
                   MOVE WS-RATE-N    TO FXR-RATE
                   WRITE FXRREC1
                   IF FS2 = 22
      *                A CORRECTED CARD FOR THE SAME DAY REPLACES IT.
                       REWRITE FXRREC1
                   END-IF
                   IF FS2 NOT = 00
                       DISPLAY "FXRFILE WRITE FAILURE" FS2 " ON "
                                FXR-KEY
                       ADD 1 TO WS-REJECT-COUNT
                   ELSE
                       ADD 1 TO WS-LOAD-COUNT
                   END-IF
               END-IF
           END-IF
           END-IF.

       400-CLOSE-PARA.
           CLOSE EXTFILE.
           CLOSE FXRFILE.
