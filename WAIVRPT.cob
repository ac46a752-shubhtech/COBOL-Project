       IDENTIFICATION DIVISION.
       PROGRAM-ID. WAIVRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WAVFILE ASSIGN TO DD1
           ORGANIZATION IS INDEXED
           RECORD KEY IS WAV-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS1.
           SELECT OUTFILE ASSIGN TO DD2
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS2.
           SELECT RUNFILE ASSIGN TO DD9
           ORGANIZATION IS INDEXED
           RECORD KEY IS RUN-JOB
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS9.
       DATA DIVISION.
       FILE SECTION.

       FD WAVFILE.
       01 WAVREC1.
              COPY WAVREC.
       FD OUTFILE.
       01 OUTREC                 PIC X(80).
       FD RUNFILE.
       01 RUNREC1.
              COPY RUNREC.
       WORKING-STORAGE SECTION.
       01 FS1            PIC 9(02) VALUE 0.
       01 FS2            PIC 9(02) VALUE 0.
       01 FS9            PIC 9(02) VALUE 0.
       01 WS-EOF         PIC X(01) VALUE 'N'.
       01 WS-BUS-DATE-N  PIC 9(08) VALUE 0.
      *  SYSIN CARD - THE MONTH TO LIST AS YYYYMM. A BLANK CARD LISTS
      *  THE MONTH BEFORE THE ONE THE BUSINESS DATE IS IN.
       01 WS-PARM-CARD.
           05 WS-PARM-MONTH  PIC X(06) VALUE SPACES.
           05 FILLER         PIC X(74) VALUE SPACES.
       01 WS-MONTH-N     PIC 9(06) VALUE 0.
       01 WS-MONTH-PARTS REDEFINES WS-MONTH-N.
           05 WS-MN-YYYY     PIC 9(04).
           05 WS-MN-MM       PIC 9(02).
       01 WS-DATE-N      PIC 9(08) VALUE 0.
       01 WS-DATE-PARTS REDEFINES WS-DATE-N.
           05 WS-DN-YYYM     PIC 9(06).
           05 WS-DN-DD       PIC 9(02).
       01 WS-LINE-COUNT  PIC 9(07) VALUE 0.
       01 WS-REJ-COUNT   PIC 9(07) VALUE 0.
       01 WS-TOT-FEE     PIC 9(09) VALUE 0.
       01 WS-TOT-PENAL   PIC 9(09) VALUE 0.
      *  PER BRANCH AND OPERATOR (THE MAKER WHO RAISED THE WAIVER),
      *  ACCUMULATED IN A TABLE IN THE ORDER FIRST SEEN AND LISTED
      *  AFTER THE DETAIL.
       01 WS-BO-ENTRIES  PIC 9(03) VALUE 0.
       01 WS-BO-TABLE.
           05 WS-BO-ENTRY OCCURS 200 TIMES.
               10 BOX-BRANCH      PIC X(04).
               10 BOX-OPID        PIC X(05).
               10 BOX-COUNT       PIC 9(05).
               10 BOX-FEE-AMT     PIC 9(09).
               10 BOX-PENAL-AMT   PIC 9(09).
       01 WS-BO-IX       PIC 9(03) VALUE 0.
       01 WS-HIT-IX      PIC 9(03) VALUE 0.
       01 WS-BO-FOUND    PIC X(01) VALUE 'N'.
       01 WS-BO-SKIP     PIC X(01) VALUE 'N'.

       01 HEADER1.
           05 FILLER PIC X(80) VALUE ALL "*".
       01 HEADER4.
           05 FILLER PIC X(20).
           05 FILLER PIC X(40) VALUE "STATE BANK OF INDIA".
           05 FILLER PIC X(20).
       01 HEADER5.
           05 FILLER PIC X(20).
           05 FILLER PIC X(30) VALUE "CHARGE AND PENAL WAIVER REGIST".
           05 FILLER PIC X(09) VALUE "ER MONTH ".
           05 HMONTH PIC 9(06).
           05 FILLER PIC X(15).
       01 HEADER3.
           05 FILLER PIC X(01).
           05 FILLER PIC X(05) VALUE "BRCH".
           05 FILLER PIC X(11) VALUE "ACCOUNT".
           05 FILLER PIC X(05) VALUE "CODE".
           05 FILLER PIC X(09) VALUE "  AMOUNT".
           05 FILLER PIC X(06) VALUE "MAKER".
           05 FILLER PIC X(06) VALUE "CHKR".
           05 FILLER PIC X(09) VALUE "APPROVED".
           05 FILLER PIC X(28) VALUE "REASON".
       01 DETAIL-LINE.
           05 FILLER      PIC X(01).
           05 DL-BRANCH   PIC X(04).
           05 FILLER      PIC X(01).
           05 DL-ACCOUNT  PIC X(10).
           05 FILLER      PIC X(01).
           05 DL-CODE     PIC X(04).
           05 FILLER      PIC X(01).
           05 DL-AMOUNT   PIC Z(07)9.
           05 FILLER      PIC X(01).
           05 DL-MAKER    PIC X(05).
           05 FILLER      PIC X(01).
           05 DL-CHECKER  PIC X(05).
           05 FILLER      PIC X(01).
           05 DL-DATE     PIC 9(08).
           05 FILLER      PIC X(01).
           05 DL-REASON   PIC X(28).
       01 SUM-HEAD.
           05 FILLER PIC X(20).
           05 FILLER PIC X(40) VALUE "WAIVERS BY BRANCH AND OPERATOR".
           05 FILLER PIC X(20).
       01 SUM-COLS.
           05 FILLER PIC X(01).
           05 FILLER PIC X(06) VALUE "BRCH".
           05 FILLER PIC X(07) VALUE "OPER".
           05 FILLER PIC X(08) VALUE "  COUNT".
           05 FILLER PIC X(14) VALUE "  FEES WAIVED".
           05 FILLER PIC X(14) VALUE " PENAL WAIVED".
           05 FILLER PIC X(30).
       01 SUM-LINE.
           05 FILLER      PIC X(01).
           05 SL-BRANCH   PIC X(04).
           05 FILLER      PIC X(02).
           05 SL-OPID     PIC X(05).
           05 FILLER      PIC X(02).
           05 SL-COUNT    PIC ZZ,ZZ9.
           05 FILLER      PIC X(02).
           05 SL-FEE-AMT  PIC ZZZ,ZZZ,ZZ9.
           05 FILLER      PIC X(02).
           05 SL-PEN-AMT  PIC ZZZ,ZZZ,ZZ9.
           05 FILLER      PIC X(34).
       01 TRAILER1.
           05 FILLER PIC X(05).
           05 FILLER PIC X(26) VALUE "WAIVERS APPLIED         :".
           05 TLINES PIC ZZZ,ZZ9.
           05 FILLER PIC X(42).
       01 TRAILER2.
           05 FILLER PIC X(05).
           05 FILLER PIC X(26) VALUE "FEES WAIVED             :".
           05 TFEE   PIC Z(08)9.
           05 FILLER PIC X(40).
       01 TRAILER3.
           05 FILLER PIC X(05).
           05 FILLER PIC X(26) VALUE "PENAL WAIVED            :".
           05 TPENAL PIC Z(08)9.
           05 FILLER PIC X(40).
       01 TRAILER4.
           05 FILLER PIC X(05).
           05 FILLER PIC X(26) VALUE "REQUESTS REJECTED       :".
           05 TREJ   PIC ZZZ,ZZ9.
           05 FILLER PIC X(42).
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *    THE MONTHLY REGISTER OF WAIVERS THE APPRVQ CHECKERS PASSED -
      *    ONE LINE PER WAIVER APPLIED IN THE MONTH, THEN THE TOTALS
      *    BY BRANCH AND BY THE OPERATOR WHO RAISED THEM, SO THE
      *    REGIONAL OFFICE CAN SEE WHO WAIVES HOW MUCH.
           PERFORM 100-OPEN-PARA.
           IF WS-EOF = 'N'
               PERFORM 150-PARM-PARA
           END-IF.
           PERFORM 200-HEADER-PARA.
           PERFORM 300-READ-PARA UNTIL WS-EOF = 'Y'.
           PERFORM 500-SUMMARY-PARA.
           PERFORM 350-TRAILER-PARA.
           PERFORM 400-CLOSE-PARA.
           STOP RUN.

       100-OPEN-PARA.
           OPEN INPUT WAVFILE.
           IF FS1 = 00
               DISPLAY "WAVFILE OPEN SUCCESS"
           ELSE
               DISPLAY "WAVFILE OPEN FAILURE" FS1
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN OUTPUT OUTFILE.
           IF FS2 = 00
               DISPLAY "OUTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "OUTFILE OPEN FAILURE" FS2
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN INPUT RUNFILE.
           IF FS9 NOT = 00
               DISPLAY "RUNFILE OPEN FAILURE" FS9
               MOVE 'Y' TO WS-EOF
           ELSE
               MOVE 'BUSDATE ' TO RUN-JOB
               READ RUNFILE
               IF FS9 NOT = 00
                   DISPLAY "NO BUSINESS DATE ON RUNCTL"
                   MOVE 'Y' TO WS-EOF
               ELSE
                   MOVE RUN-BUSDATE-N TO WS-BUS-DATE-N
               END-IF
               CLOSE RUNFILE
           END-IF.

       150-PARM-PARA.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           IF WS-PARM-MONTH NUMERIC
               MOVE WS-PARM-MONTH TO WS-MONTH-N
           ELSE
               MOVE WS-BUS-DATE-N TO WS-DATE-N
               MOVE WS-DN-YYYM TO WS-MONTH-N
               IF WS-MN-MM = 01
                   MOVE 12 TO WS-MN-MM
                   SUBTRACT 1 FROM WS-MN-YYYY
               ELSE
                   SUBTRACT 1 FROM WS-MN-MM
               END-IF
           END-IF.
           IF WS-MN-MM < 01 OR WS-MN-MM > 12
               DISPLAY "WAIVRPT - INVALID MONTH " WS-PARM-MONTH
               MOVE 'Y' TO WS-EOF
           ELSE
               DISPLAY "WAIVRPT - LISTING MONTH " WS-MONTH-N
           END-IF.

       200-HEADER-PARA.
           MOVE WS-MONTH-N TO HMONTH.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM HEADER4.
           WRITE OUTREC FROM HEADER5.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM HEADER3.
           WRITE OUTREC FROM HEADER1.

       300-READ-PARA.
           READ WAVFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               MOVE WAV-APPR-DATE-N TO WS-DATE-N
               IF WS-DN-YYYM = WS-MONTH-N
                   IF WAV-APPLIED
                       PERFORM 310-DETAIL-PARA
                   ELSE IF WAV-REJECTED
                       ADD 1 TO WS-REJ-COUNT
                   END-IF
                   END-IF
               END-IF
           END-READ.

       310-DETAIL-PARA.
           MOVE SPACES TO DETAIL-LINE.
           MOVE WAV-BRANCH TO DL-BRANCH.
           MOVE WAV-ACCOUNT-NO TO DL-ACCOUNT.
           MOVE WAV-COMPONENT TO DL-CODE.
           MOVE WAV-AMOUNT TO DL-AMOUNT.
           MOVE WAV-MAKER TO DL-MAKER.
           MOVE WAV-CHECKER TO DL-CHECKER.
           MOVE WAV-APPR-DATE-N TO DL-DATE.
           MOVE WAV-REASON TO DL-REASON.
           WRITE OUTREC FROM DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.
           IF WAV-PENAL
               ADD WAV-AMOUNT TO WS-TOT-PENAL
           ELSE
               ADD WAV-AMOUNT TO WS-TOT-FEE
           END-IF.
           PERFORM 700-BO-FIND-PARA.
           IF WS-BO-SKIP = 'N'
               ADD 1 TO BOX-COUNT(WS-HIT-IX)
               IF WAV-PENAL
                   ADD WAV-AMOUNT TO BOX-PENAL-AMT(WS-HIT-IX)
               ELSE
                   ADD WAV-AMOUNT TO BOX-FEE-AMT(WS-HIT-IX)
               END-IF
           END-IF.

       700-BO-FIND-PARA.
           MOVE 'N' TO WS-BO-FOUND.
           MOVE 'N' TO WS-BO-SKIP.
           PERFORM 710-BO-STEP-PARA
              VARYING WS-HIT-IX FROM 1 BY 1
              UNTIL WS-HIT-IX > WS-BO-ENTRIES
                 OR WS-BO-FOUND = 'Y'.
           IF WS-BO-FOUND = 'N'
              AND WS-BO-ENTRIES >= 200
      *        A FULL TABLE MUST NOT LEAVE THE INDEX PAST THE OCCURS
      *        BOUND - THE WAIVER STILL PRINTS ABOVE, ONLY ITS SUMMARY
      *        LINE IS LOST, AND THAT IS LOGGED.
               MOVE 'Y' TO WS-BO-SKIP
               DISPLAY "WAIVRPT - SUMMARY TABLE FULL, DROPPED "
                       WAV-BRANCH " " WAV-MAKER
           END-IF.
           IF WS-BO-FOUND = 'N'
              AND WS-BO-SKIP = 'N'
               ADD 1 TO WS-BO-ENTRIES
               MOVE WS-BO-ENTRIES TO WS-HIT-IX
               MOVE WAV-BRANCH TO BOX-BRANCH(WS-HIT-IX)
               MOVE WAV-MAKER TO BOX-OPID(WS-HIT-IX)
               MOVE 0 TO BOX-COUNT(WS-HIT-IX)
               MOVE 0 TO BOX-FEE-AMT(WS-HIT-IX)
               MOVE 0 TO BOX-PENAL-AMT(WS-HIT-IX)
           END-IF.

       710-BO-STEP-PARA.
           IF BOX-BRANCH(WS-HIT-IX) = WAV-BRANCH
              AND BOX-OPID(WS-HIT-IX) = WAV-MAKER
               MOVE 'Y' TO WS-BO-FOUND
               SUBTRACT 1 FROM WS-HIT-IX
           END-IF.

       500-SUMMARY-PARA.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM SUM-HEAD.
           WRITE OUTREC FROM SUM-COLS.
           WRITE OUTREC FROM HEADER1.
           PERFORM 510-SUM-LINE-PARA
              VARYING WS-BO-IX FROM 1 BY 1
              UNTIL WS-BO-IX > WS-BO-ENTRIES.

       510-SUM-LINE-PARA.
           MOVE SPACES TO SUM-LINE.
           MOVE BOX-BRANCH(WS-BO-IX) TO SL-BRANCH.
           MOVE BOX-OPID(WS-BO-IX) TO SL-OPID.
           MOVE BOX-COUNT(WS-BO-IX) TO SL-COUNT.
           MOVE BOX-FEE-AMT(WS-BO-IX) TO SL-FEE-AMT.
           MOVE BOX-PENAL-AMT(WS-BO-IX) TO SL-PEN-AMT.
           WRITE OUTREC FROM SUM-LINE.

       350-TRAILER-PARA.
           WRITE OUTREC FROM HEADER1.
           MOVE WS-LINE-COUNT TO TLINES.
           WRITE OUTREC FROM TRAILER1.
           MOVE WS-TOT-FEE TO TFEE.
           WRITE OUTREC FROM TRAILER2.
           MOVE WS-TOT-PENAL TO TPENAL.
           WRITE OUTREC FROM TRAILER3.
           MOVE WS-REJ-COUNT TO TREJ.
           WRITE OUTREC FROM TRAILER4.

       400-CLOSE-PARA.
           CLOSE WAVFILE.
           IF FS1 = 00
               DISPLAY "WAVFILE CLOSE SUCCESS"
           ELSE
               DISPLAY "WAVFILE CLOSE FAILURE" FS1
           END-IF.
           CLOSE OUTFILE.
           IF FS2 = 00
               DISPLAY "OUTFILE CLOSE SUCCESS"
           ELSE
               DISPLAY "OUTFILE CLOSE FAILURE" FS2
           END-IF.
