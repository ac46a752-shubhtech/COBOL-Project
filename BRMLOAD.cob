       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRMLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTFILE ASSIGN TO DD1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS1.
           SELECT BRMFILE ASSIGN TO DD2
           ORGANIZATION IS INDEXED
           RECORD KEY IS BRM-CODE
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS2.
       DATA DIVISION.
       FILE SECTION.

       FD EXTFILE.
      *    ONE CARD PER BRANCH - CODE, NAME, IFSC, ADDRESS, REGION,
      *    ZONE, STATUS (O OPEN / C CLOSED) AND THE CLOSING DATE
      *    (YYYYMMDD, ZERO WHILE OPEN), ALL POSITIONAL.
       01 EXTREC.
           05 EXT-CODE            PIC X(04).
           05 FILLER              PIC X(01).
           05 EXT-NAME            PIC X(20).
           05 FILLER              PIC X(01).
           05 EXT-IFSC            PIC X(11).
           05 FILLER              PIC X(01).
           05 EXT-ADDRESS         PIC X(30).
           05 FILLER              PIC X(01).
           05 EXT-REGION          PIC X(04).
           05 FILLER              PIC X(01).
           05 EXT-ZONE            PIC X(04).
           05 FILLER              PIC X(01).
           05 EXT-STATUS          PIC X(01).
           05 FILLER              PIC X(01).
           05 EXT-CLOSE-DATE-N    PIC 9(08).
       FD BRMFILE.
       01 BRMREC1.
              COPY BRMREC.
       WORKING-STORAGE SECTION.
       01 FS1              PIC 9(02) VALUE 0.
       01 FS2              PIC 9(02) VALUE 0.
       01 WS-EOF           PIC X(01) VALUE 'N'.
       01 WS-LOAD-COUNT    PIC 9(05) VALUE 0.
       01 WS-REJECT-COUNT  PIC 9(05) VALUE 0.
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           PERFORM 100-OPEN-PARA.
           PERFORM 300-READ-PARA UNTIL WS-EOF = 'Y'.
           PERFORM 400-CLOSE-PARA.
           DISPLAY "BRMLOAD - LOADED: " WS-LOAD-COUNT
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
           OPEN I-O BRMFILE.
           IF FS2 = 00
               DISPLAY "BRMFILE OPEN SUCCESS"
           ELSE
               DISPLAY "BRMFILE OPEN FAILURE" FS2
               MOVE 'Y' TO WS-EOF
           END-IF.

       300-READ-PARA.
           READ EXTFILE AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               PERFORM 310-LOAD-PARA
           END-READ.

       310-LOAD-PARA.
      *    A BRANCH WITHOUT A REGION OR ZONE WOULD FALL OUT OF EVERY
      *    ROLL-UP, AND THE IFSC IS FOUR LETTERS, A ZERO AND SIX
      *    BRANCH CHARACTERS - ANYTHING ELSE IS TURNED BACK. A CLOSED
      *    BRANCH MUST SAY WHEN IT CLOSED.
           IF EXT-CODE = SPACES
               OR EXT-NAME = SPACES
               OR EXT-IFSC(1:4) NOT ALPHABETIC-UPPER
               OR EXT-IFSC(5:1) NOT = '0'
               OR EXT-IFSC(6:6) = SPACES
               OR EXT-REGION = SPACES
               OR EXT-ZONE = SPACES
               OR (EXT-STATUS NOT = 'O' AND EXT-STATUS NOT = 'C')
               OR EXT-CLOSE-DATE-N NOT NUMERIC
               OR (EXT-STATUS = 'C' AND EXT-CLOSE-DATE-N = 0)
               DISPLAY "BRMLOAD - CARD REJECTED: " EXT-CODE
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE EXT-CODE         TO BRM-CODE
               MOVE EXT-NAME         TO BRM-NAME
               MOVE EXT-IFSC         TO BRM-IFSC
               MOVE EXT-ADDRESS      TO BRM-ADDRESS
               MOVE EXT-REGION       TO BRM-REGION
               MOVE EXT-ZONE         TO BRM-ZONE
               MOVE EXT-STATUS       TO BRM-STATUS
               MOVE EXT-CLOSE-DATE-N TO BRM-CLOSE-DATE-N
               IF EXT-STATUS = 'O'
                   MOVE 0 TO BRM-CLOSE-DATE-N
               END-IF
               WRITE BRMREC1
               IF FS2 = 22
      *            A RE-LOAD REFRESHES THE BRANCH - A RE-ALIGNMENT TO
      *            A NEW REGION OR A CLOSURE IS JUST A NEW CARD.
                   REWRITE BRMREC1
               END-IF
               IF FS2 NOT = 00
                   DISPLAY "BRMFILE WRITE FAILURE" FS2 " ON "
                            BRM-CODE
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   ADD 1 TO WS-LOAD-COUNT
               END-IF
           END-IF.

       400-CLOSE-PARA.
           CLOSE EXTFILE.
           CLOSE BRMFILE.
