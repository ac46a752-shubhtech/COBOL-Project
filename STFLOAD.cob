       IDENTIFICATION DIVISION.
       PROGRAM-ID. STFLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTFILE ASSIGN TO DD1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS1.
           SELECT STFFILE ASSIGN TO DD2
           ORGANIZATION IS INDEXED
           RECORD KEY IS STF-KEY
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS2.
           SELECT OPSFILE ASSIGN TO DD3
           ORGANIZATION IS INDEXED
           RECORD KEY IS OPS-OPID
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS3.
           SELECT CUSTFILE ASSIGN TO DD4
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLF-CUST-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS4.
       DATA DIVISION.
       FILE SECTION.

       FD EXTFILE.
      *    ONE CARD PER DECLARED LINK - OPERATOR ID, CUSTOMER NUMBER
      *    AND THE RELATION (S THE OPERATOR'S OWN CUSTOMER NUMBER, R A
      *    DECLARED RELATIVE), ALL POSITIONAL. A CARD WITH A BLANK
      *    RELATION WITHDRAWS THE LINK - THE ROW IS DELETED. THE
      *    OPERATOR MUST BE ON OPSEC AND THE CUSTOMER ON PLF01.
       01 EXTREC.
           05 EXT-OPID            PIC X(05).
           05 FILLER              PIC X(01).
           05 EXT-CUST-NO         PIC X(10).
           05 FILLER              PIC X(01).
           05 EXT-RELATION        PIC X(01).
               88 EXT-RELATION-OK       VALUE 'S' 'R'.
           05 FILLER              PIC X(62).
       FD STFFILE.
       01 STFREC1.
              COPY STFREC.
       FD OPSFILE.
       01 OPSREC1.
              COPY OPSREC.
       FD CUSTFILE.
       01 CUSTREC.
              COPY PLF01REC.
       WORKING-STORAGE SECTION.
       01 FS1              PIC 9(02) VALUE 0.
       01 FS2              PIC 9(02) VALUE 0.
       01 FS3              PIC 9(02) VALUE 0.
       01 FS4              PIC 9(02) VALUE 0.
       01 WS-EOF           PIC X(01) VALUE 'N'.
       01 WS-D             PIC 9(06) VALUE 0.
       01 WS-TODAY         PIC 9(08) VALUE 0.
       01 WS-LOAD-COUNT    PIC 9(05) VALUE 0.
       01 WS-DROP-COUNT    PIC 9(05) VALUE 0.
       01 WS-REJECT-COUNT  PIC 9(05) VALUE 0.
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           PERFORM 100-OPEN-PARA.
           PERFORM 300-READ-PARA UNTIL WS-EOF = 'Y'.
           PERFORM 400-CLOSE-PARA.
           DISPLAY "STFLOAD - LOADED: " WS-LOAD-COUNT
                   " WITHDRAWN: " WS-DROP-COUNT
                   " REJECTED: " WS-REJECT-COUNT.
           STOP RUN.

       100-OPEN-PARA.
           ACCEPT WS-D FROM DATE.
           COMPUTE WS-TODAY = 20000000 + WS-D.
           OPEN INPUT EXTFILE.
           IF FS1 = 00
               DISPLAY "EXTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "EXTFILE OPEN FAILURE" FS1
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN I-O STFFILE.
           IF FS2 = 00
               DISPLAY "STFFILE OPEN SUCCESS"
           ELSE
               DISPLAY "STFFILE OPEN FAILURE" FS2
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN INPUT OPSFILE.
           IF FS3 = 00
               DISPLAY "OPSFILE OPEN SUCCESS"
           ELSE
               DISPLAY "OPSFILE OPEN FAILURE" FS3
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN INPUT CUSTFILE.
           IF FS4 = 00
               DISPLAY "CUSTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "CUSTFILE OPEN FAILURE" FS4
               MOVE 'Y' TO WS-EOF
           END-IF.

       300-READ-PARA.
           READ EXTFILE AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               PERFORM 310-LOAD-PARA
           END-READ.

       310-LOAD-PARA.
           IF EXT-OPID = SPACES OR EXT-CUST-NO = SPACES
               OR (EXT-RELATION NOT = SPACE AND NOT EXT-RELATION-OK)
               DISPLAY "STFLOAD - CARD REJECTED: " EXTREC(1:18)
               ADD 1 TO WS-REJECT-COUNT
           ELSE IF EXT-RELATION = SPACE
      *        A WITHDRAWN LINK NEEDS NO CHECKS - THE OPERATOR MAY
      *        ALREADY HAVE LEFT OPSEC.
               MOVE EXT-CUST-NO TO STF-CUST-NO
               MOVE EXT-OPID    TO STF-OPID
               DELETE STFFILE RECORD
               IF FS2 = 00
                   ADD 1 TO WS-DROP-COUNT
               ELSE
                   MOVE 00 TO FS2
               END-IF
           ELSE
               PERFORM 320-CHECK-PARA
           END-IF
           END-IF.

       320-CHECK-PARA.
           MOVE EXT-OPID TO OPS-OPID.
           READ OPSFILE.
           IF FS3 NOT = 00
               DISPLAY "STFLOAD - NO SUCH OPERATOR: " EXT-OPID
               ADD 1 TO WS-REJECT-COUNT
               MOVE 00 TO FS3
           ELSE
               MOVE EXT-CUST-NO TO PLF-CUST-NO
               READ CUSTFILE
               IF FS4 NOT = 00
                   DISPLAY "STFLOAD - NO SUCH CUSTOMER: " EXT-CUST-NO
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 00 TO FS4
               ELSE
                   PERFORM 330-WRITE-PARA
               END-IF
           END-IF.

       330-WRITE-PARA.
           MOVE SPACES           TO STFREC1.
           MOVE EXT-CUST-NO      TO STF-CUST-NO.
           MOVE EXT-OPID         TO STF-OPID.
           MOVE EXT-RELATION     TO STF-RELATION.
           MOVE WS-TODAY         TO STF-DECL-DATE-N.
           WRITE STFREC1.
           IF FS2 = 22
      *        A RE-LOAD REFRESHES THE EXISTING LINK.
               REWRITE STFREC1
           END-IF.
           IF FS2 NOT = 00
               DISPLAY "STFFILE WRITE FAILURE" FS2 " ON "
                        STF-KEY
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               ADD 1 TO WS-LOAD-COUNT
           END-IF.

       400-CLOSE-PARA.
           CLOSE EXTFILE.
           CLOSE STFFILE.
           CLOSE OPSFILE.
           CLOSE CUSTFILE.
