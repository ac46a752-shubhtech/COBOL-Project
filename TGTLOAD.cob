       IDENTIFICATION DIVISION.
       PROGRAM-ID. TGTLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTFILE ASSIGN TO DD1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS1.
           SELECT TGTFILE ASSIGN TO DD2
           ORGANIZATION IS INDEXED
           RECORD KEY IS TGT-KEY
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS2.
       DATA DIVISION.
       FILE SECTION.

       FD EXTFILE.
      *    ONE CARD PER BRANCH PER FISCAL YEAR - BRANCH, FISCAL YEAR
      *    (THE YEAR IT STARTS IN), NUMBER OF SANCTIONS, AMOUNT TO
      *    DISBURSE AND RECOVERY PERCENTAGE (999V99), ALL POSITIONAL.
       01 EXTREC.
           05 EXT-BRANCH          PIC X(04).
           05 FILLER              PIC X(01).
           05 EXT-FY              PIC 9(04).
           05 FILLER              PIC X(01).
           05 EXT-SANCTIONS       PIC 9(05).
           05 FILLER              PIC X(01).
           05 EXT-DISB-AMT        PIC 9(10).
           05 FILLER              PIC X(01).
           05 EXT-RECOVERY-PCT    PIC 9(03)V99.
       FD TGTFILE.
       01 TGTREC1.
              COPY TGTREC.
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
           DISPLAY "TGTLOAD - LOADED: " WS-LOAD-COUNT
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
           OPEN I-O TGTFILE.
           IF FS2 = 00
               DISPLAY "TGTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "TGTFILE OPEN FAILURE" FS2
               MOVE 'Y' TO WS-EOF
           END-IF.

       300-READ-PARA.
           READ EXTFILE AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               PERFORM 310-LOAD-PARA
           END-READ.

       310-LOAD-PARA.
      *    A RECOVERY TARGET OVER 100 PERCENT CANNOT BE MET, AND A
      *    CARD WITH NOTHING TO AIM AT IS A KEYING SLIP.
           IF EXT-BRANCH = SPACES
               OR EXT-FY NOT NUMERIC
               OR EXT-FY = 0
               OR EXT-SANCTIONS NOT NUMERIC
               OR EXT-DISB-AMT NOT NUMERIC
               OR EXT-RECOVERY-PCT NOT NUMERIC
               OR EXT-RECOVERY-PCT > 100
               OR (EXT-SANCTIONS = 0 AND EXT-DISB-AMT = 0
                   AND EXT-RECOVERY-PCT = 0)
               DISPLAY "TGTLOAD - CARD REJECTED: " EXT-BRANCH
                       " " EXT-FY
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE EXT-BRANCH       TO TGT-BRANCH
               MOVE EXT-FY           TO TGT-FY
               MOVE EXT-SANCTIONS    TO TGT-SANCTIONS
               MOVE EXT-DISB-AMT     TO TGT-DISB-AMT
               MOVE EXT-RECOVERY-PCT TO TGT-RECOVERY-PCT
               WRITE TGTREC1
               IF FS2 = 22
      *            A MID-YEAR REVISION OF A BRANCH'S TARGET IS JUST A
      *            NEW CARD FOR THE SAME YEAR.
                   REWRITE TGTREC1
               END-IF
               IF FS2 NOT = 00
                   DISPLAY "TGTFILE WRITE FAILURE" FS2 " ON "
                            TGT-BRANCH " " TGT-FY
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   ADD 1 TO WS-LOAD-COUNT
               END-IF
           END-IF.

       400-CLOSE-PARA.
           CLOSE EXTFILE.
           CLOSE TGTFILE.
