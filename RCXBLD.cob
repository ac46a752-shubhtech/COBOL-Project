       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCXBLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCPTFILE ASSIGN TO DD1
           ORGANIZATION IS INDEXED
           RECORD KEY IS RCPT-NO
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS1.
           SELECT RCXFILE ASSIGN TO DD2
           ORGANIZATION IS INDEXED
           RECORD KEY IS RCX-KEY
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS2.
       DATA DIVISION.
       FILE SECTION.
       FD RCPTFILE.
       01 RCPTREC1.
              COPY RCPTREC.
       FD RCXFILE.
      *    BUILDS RCPTIX, THE ACCOUNT AND OPERATOR INDEX OVER THE
      *    RECEIPT FILE, FROM RCPTF ITSELF. RUN ONCE TO LOAD THE INDEX
      *    FOR THE RECEIPTS ALREADY ON FILE, AND AGAIN WHENEVER A
      *    WRITER RAN WITHOUT ITS RCPTIX DD - A ROW ALREADY THERE (22)
      *    IS LEFT AS IT IS, SO A RE-RUN ONLY ADDS WHAT IS MISSING.
       01 RCXREC1.
              COPY RCXREC.
       WORKING-STORAGE SECTION.
       01 FS1              PIC 9(02) VALUE 0.
       01 FS2              PIC 9(02) VALUE 0.
       01 WS-EOF           PIC X(01) VALUE 'N'.
       01 WS-READ-COUNT    PIC 9(07) VALUE 0.
       01 WS-ADD-COUNT     PIC 9(07) VALUE 0.
       01 WS-HAD-COUNT     PIC 9(07) VALUE 0.
       01 WS-FAIL-COUNT    PIC 9(07) VALUE 0.
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           PERFORM 100-OPEN-PARA.
           PERFORM 300-READ-PARA UNTIL WS-EOF = 'Y'.
           PERFORM 400-CLOSE-PARA.
           DISPLAY "RCXBLD - RECEIPTS: " WS-READ-COUNT
                   " ROWS ADDED: " WS-ADD-COUNT
                   " ALREADY ON: " WS-HAD-COUNT
                   " FAILED: " WS-FAIL-COUNT.
           STOP RUN.

       100-OPEN-PARA.
           OPEN INPUT RCPTFILE.
           IF FS1 = 00
               DISPLAY "RCPTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "RCPTFILE OPEN FAILURE" FS1
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN I-O RCXFILE.
           IF FS2 = 00
               DISPLAY "RCXFILE OPEN SUCCESS"
           ELSE
               DISPLAY "RCXFILE OPEN FAILURE" FS2
               MOVE 'Y' TO WS-EOF
           END-IF.

       300-READ-PARA.
           READ RCPTFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               ADD 1 TO WS-READ-COUNT
               PERFORM 310-INDEX-PARA
           END-READ.

       310-INDEX-PARA.
           MOVE RCPT-DATE(7:4)  TO RCX-DATE-N(1:4).
           MOVE RCPT-DATE(1:2)  TO RCX-DATE-N(5:2).
           MOVE RCPT-DATE(4:2)  TO RCX-DATE-N(7:2).
           MOVE RCPT-NO         TO RCX-RCPT-NO.
           MOVE 'A'             TO RCX-PATH.
           MOVE RCPT-ACCOUNT-NO TO RCX-OWNER.
           PERFORM 320-WRITE-PARA.
           MOVE 'O'             TO RCX-PATH.
           MOVE RCPT-OPERATOR   TO RCX-OWNER.
           PERFORM 320-WRITE-PARA.

       320-WRITE-PARA.
           WRITE RCXREC1.
           IF FS2 = 00
               ADD 1 TO WS-ADD-COUNT
           ELSE IF FS2 = 22
               ADD 1 TO WS-HAD-COUNT
           ELSE
               DISPLAY "RCXFILE WRITE FAILURE" FS2 " ON " RCPT-NO
               ADD 1 TO WS-FAIL-COUNT
           END-IF
           END-IF.

       400-CLOSE-PARA.
           CLOSE RCPTFILE.
           CLOSE RCXFILE.
