       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOPLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTFILE ASSIGN TO DD1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS1.
           SELECT DOPFILE ASSIGN TO DD2
           ORGANIZATION IS INDEXED
           RECORD KEY IS DOP-KEY
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS2.
       DATA DIVISION.
       FILE SECTION.

       FD EXTFILE.
      *    ONE CARD PER ACTION AND LEVEL - ACTION CODE, LEVEL, THE
      *    MONEY LIMIT IN RUPEES AND THE LEVEL'S NAME. A LIMIT OF ZERO
      *    WITHDRAWS THE POWER - THE ROW IS DELETED.
       01 EXTREC.
           05 EXT-ACTION          PIC X(01).
           05 FILLER              PIC X(01).
           05 EXT-LEVEL           PIC 9(01).
           05 FILLER              PIC X(01).
           05 EXT-LIMIT           PIC 9(09).
           05 FILLER              PIC X(01).
           05 EXT-LEVEL-NAME      PIC X(20).
           05 FILLER              PIC X(46).
       FD DOPFILE.
       01 DOPREC1.
              COPY DOPREC.
       WORKING-STORAGE SECTION.
       01 FS1              PIC 9(02) VALUE 0.
       01 FS2              PIC 9(02) VALUE 0.
       01 WS-EOF           PIC X(01) VALUE 'N'.
       01 WS-D             PIC X(06) VALUE SPACES.
       01 WS-DATE-NUM      PIC 9(06) VALUE 0.
       01 WS-RUN-DATE-N    PIC 9(08) VALUE 0.
       01 WS-LOAD-COUNT    PIC 9(05) VALUE 0.
       01 WS-DROP-COUNT    PIC 9(05) VALUE 0.
       01 WS-REJECT-COUNT  PIC 9(05) VALUE 0.
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           PERFORM 100-OPEN-PARA.
           ACCEPT WS-D FROM DATE.
           MOVE WS-D TO WS-DATE-NUM.
           COMPUTE WS-RUN-DATE-N = 20000000 + WS-DATE-NUM.
           PERFORM 300-READ-PARA UNTIL WS-EOF = 'Y'.
           PERFORM 400-CLOSE-PARA.
           DISPLAY "DOPLOAD - LOADED: " WS-LOAD-COUNT
                   " WITHDRAWN: " WS-DROP-COUNT
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
           OPEN I-O DOPFILE.
           IF FS2 = 00
               DISPLAY "DOPFILE OPEN SUCCESS"
           ELSE
               DISPLAY "DOPFILE OPEN FAILURE" FS2
               MOVE 'Y' TO WS-EOF
           END-IF.

       300-READ-PARA.
           READ EXTFILE AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               PERFORM 310-LOAD-PARA
           END-READ.

       310-LOAD-PARA.
           MOVE EXT-ACTION TO DOP-ACTION.
           IF NOT (DOP-SANCTION OR DOP-TOPUP OR DOP-RESTRUCTURE
               OR DOP-WRITE-OFF OR DOP-REFUND OR DOP-PAYMENT
               OR DOP-FREEZE-LIFT OR DOP-SETTLEMENT OR DOP-WAIVER)
               OR EXT-LEVEL NOT NUMERIC OR EXT-LEVEL = 0
               OR EXT-LIMIT NOT NUMERIC
               DISPLAY "DOPLOAD - CARD REJECTED: " EXTREC(1:33)
               ADD 1 TO WS-REJECT-COUNT
           ELSE IF EXT-LIMIT = 0
               MOVE EXT-LEVEL TO DOP-LEVEL
               DELETE DOPFILE RECORD
               IF FS2 = 00
                   ADD 1 TO WS-DROP-COUNT
               ELSE
                   MOVE 00 TO FS2
               END-IF
           ELSE
               MOVE EXT-LEVEL      TO DOP-LEVEL
               MOVE EXT-LIMIT      TO DOP-LIMIT
               MOVE EXT-LEVEL-NAME TO DOP-LEVEL-NAME
               MOVE WS-RUN-DATE-N  TO DOP-LOAD-DATE-N
               WRITE DOPREC1
               IF FS2 = 22
      *            A RE-LOAD REFRESHES THE EXISTING LIMIT.
                   REWRITE DOPREC1
               END-IF
               IF FS2 NOT = 00
                   DISPLAY "DOPFILE WRITE FAILURE" FS2 " ON "
                            DOP-KEY
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   ADD 1 TO WS-LOAD-COUNT
               END-IF
           END-IF
           END-IF.

       400-CLOSE-PARA.
           CLOSE EXTFILE.
           CLOSE DOPFILE.
