       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPPRMT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANFILE ASSIGN TO DD1
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLF-ACCOUNT-NO
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS1.
           SELECT CUSTFILE ASSIGN TO DD2
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLF-CUST-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS2.
           SELECT EMPFILE ASSIGN TO DD3
           ORGANIZATION IS INDEXED
           RECORD KEY IS EMP-ACCOUNT-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS3.
           SELECT OUTFILE ASSIGN TO DD4
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS4.
       DATA DIVISION.
       FILE SECTION.

       FD LOANFILE.
       01 LOANREC.
              COPY PLF3REC.
       FD CUSTFILE.
       01 CUSTREC.
              COPY PLF01REC.
       FD EMPFILE.
       01 EMPREC1.
              COPY EMPREC.
       FD OUTFILE.
       01 OUTREC.
           05 FILLER              PIC X(02).
           05 OBRANCH         PIC X(04).
           05 FILLER              PIC X(02).
           05 OACCOUNT-NO     PIC X(10).
           05 FILLER              PIC X(02).
           05 OCUST-NAME      PIC X(15).
           05 FILLER              PIC X(02).
           05 OSTU-NAME       PIC X(15).
           05 FILLER              PIC X(02).
           05 OPHONE          PIC 9(10).
           05 FILLER              PIC X(02).
           05 OCOURSE-END     PIC X(10).
           05 FILLER              PIC X(04).
       WORKING-STORAGE SECTION.
       01 FS1            PIC 9(02) VALUE 0.
       01 FS2            PIC 9(02) VALUE 0.
       01 FS3            PIC 9(02) VALUE 0.
       01 FS4            PIC 9(02) VALUE 0.
       01 WS-EMP-OPEN    PIC X(01) VALUE 'N'.
       01 WS-EOF         PIC X(01) VALUE 'N'.
       01 WS-D           PIC X(10) VALUE SPACES.
       01 WS-DATE-NUM    PIC 9(06) VALUE 0.
       01 WS-TODAY       PIC 9(08) VALUE 0.
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
           05 WS-TD-YYYY   PIC 9(04).
           05 WS-TD-MM     PIC 9(02).
           05 WS-TD-DD     PIC 9(02).
       01 WS-PARM-MONTHS PIC X(02) VALUE SPACES.
      *    HOW LONG AFTER THE COURSE ENDS THE BRANCH IS EXPECTED TO
      *    HAVE HEARD WHERE THE STUDENT WENT - THREE MONTHS UNLESS THE
      *    RUN CARD SAYS OTHERWISE.
       01 WS-MONTHS      PIC 9(02) VALUE 3.
       01 WS-MONTH-IX    PIC 9(06) VALUE 0.
       01 WS-CUTOFF      PIC 9(08) VALUE 0.
       01 WS-CUT-PARTS REDEFINES WS-CUTOFF.
           05 WS-CT-YYYY   PIC 9(04).
           05 WS-CT-MM     PIC 9(02).
           05 WS-CT-DD     PIC 9(02).
       01 WS-DOE-INT     PIC 9(08) VALUE 0.
       01 WS-DATE-WORK.
           05 WS-DW-MM     PIC 9(02).
           05 FILLER       PIC X(01).
           05 WS-DW-DD     PIC 9(02).
           05 FILLER       PIC X(01).
           05 WS-DW-YYYY   PIC 9(04).
       01 WS-PROMPT-COUNT PIC 9(07) VALUE 0.

       01 HEADER1.
           05 FILLER PIC X(80) VALUE ALL "*".
       01 HEADER4.
           05 FILLER PIC X(20).
           05 FILLER PIC X(40) VALUE "STATE BANK OF INDIA".
           05 FILLER PIC X(20).
       01 HEADER5.
           05 FILLER PIC X(14).
           05 FILLER PIC X(52) VALUE
              "COURSE ENDED - NO EMPLOYMENT ON FILE (CALL LIST)".
           05 FILLER PIC X(14).
       01 HEADER3.
           05 FILLER PIC X(02).
           05 FILLER PIC X(06) VALUE "BRCH".
           05 FILLER PIC X(12) VALUE "ACCOUNT NO.".
           05 FILLER PIC X(17) VALUE "CUSTOMER".
           05 FILLER PIC X(17) VALUE "STUDENT".
           05 FILLER PIC X(12) VALUE "PHONE".
           05 FILLER PIC X(14) VALUE "COURSE END".
       01 TRAILER1.
           05 FILLER PIC X(05).
           05 FILLER PIC X(26) VALUE "ACCOUNTS TO BE CALLED   :".
           05 TPROMPT-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(42).
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           PERFORM 100-OPEN-PARA.
           PERFORM 150-PARM-PARA.
           PERFORM 200-HEADER-PARA.
           PERFORM 300-READ-PARA UNTIL WS-EOF = 'Y'.
           PERFORM 350-TRAILER-PARA.
           PERFORM 400-CLOSE-PARA.
           STOP RUN.

       100-OPEN-PARA.
           OPEN INPUT LOANFILE.
           IF FS1 = 00
               DISPLAY "LOANFILE OPEN SUCCESS"
           ELSE
               DISPLAY "LOANFILE OPEN FAILURE" FS1
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN INPUT CUSTFILE.
           IF FS2 = 00
               DISPLAY "CUSTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "CUSTFILE OPEN FAILURE" FS2
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN INPUT EMPFILE.
           IF FS3 = 00
               DISPLAY "EMPFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-EMP-OPEN
           ELSE
      *        NO EMPLOYMENT FILE YET - EVERY ENDED COURSE IS LISTED.
               DISPLAY "EMPFILE OPEN FAILURE" FS3
           END-IF.
           OPEN OUTPUT OUTFILE.
           IF FS4 = 00
               DISPLAY "OUTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "OUTFILE OPEN FAILURE" FS4
               MOVE 'Y' TO WS-EOF
           END-IF.

       150-PARM-PARA.
      *    ONE SYSIN CARD - THE MONTHS SINCE COURSE END, BLANK = 3.
           ACCEPT WS-PARM-MONTHS FROM SYSIN.
           IF WS-PARM-MONTHS NUMERIC AND WS-PARM-MONTHS NOT = '00'
               MOVE WS-PARM-MONTHS TO WS-MONTHS
           END-IF.

       200-HEADER-PARA.
           ACCEPT WS-D FROM DATE.
           MOVE WS-D(1:6) TO WS-DATE-NUM.
           COMPUTE WS-TODAY = 20000000 + WS-DATE-NUM.
      *    STEP BACK WHOLE MONTHS ON A YEAR*12+MONTH INDEX; THE DAY
      *    IS KEPT, SO A COURSE ENDING ON THE 31ST WAITS FOR MONTH END.
           COMPUTE WS-MONTH-IX = WS-TD-YYYY * 12 + WS-TD-MM - 1
                               - WS-MONTHS.
           DIVIDE WS-MONTH-IX BY 12 GIVING WS-CT-YYYY
               REMAINDER WS-CT-MM.
           ADD 1 TO WS-CT-MM.
           MOVE WS-TD-DD TO WS-CT-DD.
           DISPLAY "EMPPRMT - COURSE ENDED ON/BEFORE: " WS-CUTOFF.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM HEADER4.
           WRITE OUTREC FROM HEADER5.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM HEADER3.
           WRITE OUTREC FROM HEADER1.

       300-READ-PARA.
           READ LOANFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               PERFORM 310-CHECK-PARA
           END-READ.

       310-CHECK-PARA.
           IF PLF-ACCT-DEAD
               CONTINUE
           ELSE
               MOVE PLF-CUST1-NO TO PLF-CUST-NO
               READ CUSTFILE
               IF FS2 = 00 AND NOT PLF-STS-DEAD
                   AND NOT PLF-STS-ARCHIVED
                   AND PLF-DOE(1:2) NUMERIC
                   AND PLF-DOE(4:2) NUMERIC
                   AND PLF-DOE(7:4) NUMERIC
                   MOVE PLF-DOE TO WS-DATE-WORK
                   COMPUTE WS-DOE-INT =
                         WS-DW-YYYY * 10000 + WS-DW-MM * 100
                         + WS-DW-DD
                   IF WS-DOE-INT <= WS-CUTOFF
                       PERFORM 320-EMP-CHECK-PARA
                   END-IF
               END-IF
           END-IF.

       320-EMP-CHECK-PARA.
      *    ANY RECORD AT ALL - EMPLOYED OR STILL LOOKING - MEANS THE
      *    BRANCH HAS ALREADY MADE THE CALL.
           IF WS-EMP-OPEN = 'Y'
               MOVE PLF-ACCOUNT-NO TO EMP-ACCOUNT-NO
               READ EMPFILE
               IF FS3 = 00
                   CONTINUE
               ELSE
                   MOVE 00 TO FS3
                   PERFORM 330-PROMPT-LINE-PARA
               END-IF
           ELSE
               PERFORM 330-PROMPT-LINE-PARA
           END-IF.

       330-PROMPT-LINE-PARA.
           MOVE LOW-VALUES TO OUTREC.
           MOVE PLF-BRANCH-CODE1 TO OBRANCH.
           MOVE PLF-ACCOUNT-NO TO OACCOUNT-NO.
           MOVE PLF-CUST-NAME TO OCUST-NAME.
           MOVE PLF-STU-NAME TO OSTU-NAME.
           MOVE PLF-CUST-PHONE TO OPHONE.
           MOVE PLF-DOE TO OCOURSE-END.
           WRITE OUTREC.
           ADD 1 TO WS-PROMPT-COUNT.

       350-TRAILER-PARA.
           WRITE OUTREC FROM HEADER1.
           MOVE WS-PROMPT-COUNT TO TPROMPT-COUNT.
           WRITE OUTREC FROM TRAILER1.
           DISPLAY "EMPPRMT - ACCOUNTS TO BE CALLED: " WS-PROMPT-COUNT.

       400-CLOSE-PARA.
           CLOSE LOANFILE.
           IF FS1 = 00
               DISPLAY "LOANFILE CLOSE SUCCESS"
           ELSE
               DISPLAY "LOANFILE CLOSE FAILURE" FS1
           END-IF.
           CLOSE CUSTFILE.
           IF FS2 = 00
               DISPLAY "CUSTFILE CLOSE SUCCESS"
           ELSE
               DISPLAY "CUSTFILE CLOSE FAILURE" FS2
           END-IF.
           IF WS-EMP-OPEN = 'Y'
               CLOSE EMPFILE
           END-IF.
           CLOSE OUTFILE.
           IF FS4 = 00
               DISPLAY "OUTFILE CLOSE SUCCESS"
           ELSE
               DISPLAY "OUTFILE CLOSE FAILURE" FS4
           END-IF.
