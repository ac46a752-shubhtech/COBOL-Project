       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNCLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTFILE ASSIGN TO DD1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS1.
           SELECT CNCFILE ASSIGN TO DD2
           ORGANIZATION IS INDEXED
           RECORD KEY IS CNC-CODE
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS2.
       DATA DIVISION.
       FILE SECTION.

       FD EXTFILE.
      *    ONE CARD PER CONCESSION SCHEME - CODE, DESCRIPTION, RULE
      *    (G/I/C), RULE VALUE, REDUCTION TIMES 100, PERFORMANCE-LINKED
      *    (Y/N), VALID-FROM AND VALID-TO (YYYYMMDD, ZERO TO = OPEN),
      *    ALL POSITIONAL.
       01 EXTREC.
           05 EXT-CODE            PIC X(04).
           05 FILLER              PIC X(01).
           05 EXT-DESC            PIC X(20).
           05 FILLER              PIC X(01).
           05 EXT-RULE            PIC X(01).
           05 FILLER              PIC X(01).
           05 EXT-RULE-VALUE      PIC X(10).
           05 FILLER              PIC X(01).
           05 EXT-REDUCTION       PIC 9(03).
           05 FILLER              PIC X(01).
           05 EXT-PERF-SW         PIC X(01).
           05 FILLER              PIC X(01).
           05 EXT-FROM-DATE-N     PIC 9(08).
           05 FILLER              PIC X(01).
           05 EXT-TO-DATE-N       PIC 9(08).
           05 FILLER              PIC X(18).
       FD CNCFILE.
       01 CNCREC1.
              COPY CNCREC.
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
           DISPLAY "CNCLOAD - LOADED: " WS-LOAD-COUNT
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
           OPEN I-O CNCFILE.
           IF FS2 = 00
               DISPLAY "CNCFILE OPEN SUCCESS"
           ELSE
               DISPLAY "CNCFILE OPEN FAILURE" FS2
               MOVE 'Y' TO WS-EOF
           END-IF.

       300-READ-PARA.
           READ EXTFILE AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               PERFORM 310-LOAD-PARA
           END-READ.

       310-LOAD-PARA.
      *    AN INSTITUTION SCHEME WITHOUT ITS INSTITUTION CODE WOULD
      *    NEVER MATCH, AND A ZERO REDUCTION IS NO CONCESSION - BOTH
      *    ARE TURNED BACK WITH THE MALFORMED CARDS.
           IF EXT-CODE = SPACES
               OR (EXT-RULE NOT = 'G' AND EXT-RULE NOT = 'I'
                   AND EXT-RULE NOT = 'C')
               OR (EXT-RULE = 'I' AND EXT-RULE-VALUE = SPACES)
               OR EXT-REDUCTION NOT NUMERIC
               OR EXT-REDUCTION = 0
               OR (EXT-PERF-SW NOT = 'Y' AND EXT-PERF-SW NOT = 'N')
               OR EXT-FROM-DATE-N NOT NUMERIC
               OR EXT-TO-DATE-N NOT NUMERIC
               OR (EXT-TO-DATE-N > 0
                   AND EXT-TO-DATE-N < EXT-FROM-DATE-N)
               DISPLAY "CNCLOAD - CARD REJECTED: " EXT-CODE
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE EXT-CODE        TO CNC-CODE
               MOVE EXT-DESC        TO CNC-DESC
               MOVE EXT-RULE        TO CNC-RULE
               MOVE EXT-RULE-VALUE  TO CNC-RULE-VALUE
               COMPUTE CNC-REDUCTION = EXT-REDUCTION / 100
               MOVE EXT-PERF-SW     TO CNC-PERF-SW
               MOVE EXT-FROM-DATE-N TO CNC-FROM-DATE-N
               MOVE EXT-TO-DATE-N   TO CNC-TO-DATE-N
               WRITE CNCREC1
               IF FS2 = 22
      *            A RE-LOAD REFRESHES THE EXISTING SCHEME - ACCOUNTS
      *            ALREADY BOOKED KEEP WHAT CNCACC RECORDS.
                   REWRITE CNCREC1
               END-IF
               IF FS2 NOT = 00
                   DISPLAY "CNCFILE WRITE FAILURE" FS2 " ON "
                            CNC-CODE
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   ADD 1 TO WS-LOAD-COUNT
               END-IF
           END-IF.

       400-CLOSE-PARA.
           CLOSE EXTFILE.
           CLOSE CNCFILE.
