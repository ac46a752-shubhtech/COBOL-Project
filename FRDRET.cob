       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDRET.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FRCFILE ASSIGN TO DD1
           ORGANIZATION IS INDEXED
           RECORD KEY IS FRC-ACCOUNT-NO
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS1.
           SELECT LEDGFILE ASSIGN TO DD2
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLF5-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS2.
           SELECT LOANFILE ASSIGN TO DD3
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLF-ACCOUNT-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS3.
           SELECT OUTFILE ASSIGN TO DD4
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS4.
           SELECT OSTFILE ASSIGN TO DD5
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS5.
           SELECT RUNFILE ASSIGN TO DD9
           ORGANIZATION IS INDEXED
           RECORD KEY IS RUN-JOB
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS9.
       DATA DIVISION.
       FILE SECTION.

       FD FRCFILE.
       01 FRCREC1.
              COPY FRCREC.
       FD LEDGFILE.
       01 LEDGREC.
              COPY PLF5REC.
       FD LOANFILE.
       01 LOANREC.
              COPY PLF3REC.
       FD OUTFILE.
       01 OUTREC                       PIC X(80).
       FD OSTFILE.
       01 OSTREC                       PIC X(80).
       FD RUNFILE.
       01 RUNREC1.
              COPY RUNREC.
       WORKING-STORAGE SECTION.
       01 FS1            PIC 9(02) VALUE 0.
       01 FS2            PIC 9(02) VALUE 0.
       01 FS3            PIC 9(02) VALUE 0.
       01 FS4            PIC 9(02) VALUE 0.
       01 FS5            PIC 9(02) VALUE 0.
       01 FS9            PIC 9(02) VALUE 0.
       01 WS-EOF         PIC X(01) VALUE 'N'.
       01 WS-LDG-EOF     PIC X(01) VALUE 'N'.
       01 WS-BUS-DATE-N  PIC 9(08) VALUE 0.
       01 WS-BUS-INT     PIC 9(08) VALUE 0.
      *  SYSIN CARD - THE RETURN QUARTER AS YYYYQ (CALENDAR QUARTER
      *  1 TO 4). A BLANK CARD TAKES THE LATEST QUARTER ENDED ON OR
      *  BEFORE THE BUSINESS DATE.
       01 WS-PARM-CARD.
           05 WS-PARM-QUARTER.
               10 WS-PARM-YYYY   PIC X(04) VALUE SPACES.
               10 WS-PARM-Q      PIC X(01) VALUE SPACES.
           05 FILLER         PIC X(75) VALUE SPACES.
       01 WS-RPT-QUARTER.
           05 WS-RPT-YYYY    PIC 9(04) VALUE 0.
           05 WS-RPT-Q       PIC 9(01) VALUE 0.
       01 WS-NEXT-DAY-N  PIC 9(08) VALUE 0.
       01 WS-NEXT-DAY-X REDEFINES WS-NEXT-DAY-N.
           05 WS-ND-YYYY     PIC 9(04).
           05 WS-ND-MM       PIC 9(02).
           05 WS-ND-DD       PIC 9(02).
       01 WS-START-MM    PIC 9(02) VALUE 0.
       01 WS-FROM-N      PIC 9(08) VALUE 0.
       01 WS-NEXT-N      PIC 9(08) VALUE 0.
       01 WS-TO-N        PIC 9(08) VALUE 0.
       01 WS-TO-INT      PIC 9(08) VALUE 0.
       01 WS-DET-INT     PIC 9(08) VALUE 0.
       01 WS-AGE-DAYS    PIC 9(05) VALUE 0.
      *  RECOVERY WORKED OUT FROM THE LEDGER FOR THE CASE IN HAND -
      *  EVERYTHING SINCE DETECTION, AND THE PART OF IT IN THE
      *  QUARTER.
       01 WS-CREDITS     PIC 9(10) VALUE 0.
       01 WS-DEBITS      PIC 9(10) VALUE 0.
       01 WS-Q-CREDITS   PIC 9(10) VALUE 0.
       01 WS-Q-DEBITS    PIC 9(10) VALUE 0.
       01 WS-RECOVERED   PIC 9(09) VALUE 0.
       01 WS-Q-RECOVERED PIC 9(09) VALUE 0.
       01 WS-TOT-RECOV   PIC 9(10) VALUE 0.
       01 WS-NET-LOSS    PIC 9(10) VALUE 0.
       01 WS-OPEN-AT-END PIC X(01) VALUE 'N'.
       01 WS-REFRESHED   PIC 9(05) VALUE 0.
      *  THE CATEGORIES AS THE RETURN NAMES THEM - ROW SEVEN HOLDS
      *  THE CASES NOT YET CLASSIFIED AND ROW EIGHT IS THE TOTAL.
       01 WS-CAT-VALUES.
           05 FILLER PIC X(16) VALUE "MMISAPPROPRIATN".
           05 FILLER PIC X(16) VALUE "FFORGERY".
           05 FILLER PIC X(16) VALUE "CCHEATING".
           05 FILLER PIC X(16) VALUE "UUNAUTH CREDIT".
           05 FILLER PIC X(16) VALUE "NNEGLIGENCE".
           05 FILLER PIC X(16) VALUE "OOTHER".
           05 FILLER PIC X(16) VALUE " NOT CLASSIFIED".
           05 FILLER PIC X(16) VALUE " TOTAL".
       01 WS-CAT-TABLE REDEFINES WS-CAT-VALUES.
           05 WS-CAT-ENTRY OCCURS 8 TIMES.
               10 WS-CAT-CODE       PIC X(01).
               10 WS-CAT-NAME       PIC X(15).
       01 WS-GRID.
           05 WS-GR-ENTRY OCCURS 8 TIMES.
               10 WS-GR-OPENING     PIC 9(05).
               10 WS-GR-NEW         PIC 9(05).
               10 WS-GR-NEW-AMT     PIC 9(11).
               10 WS-GR-CLOSED      PIC 9(05).
               10 WS-GR-OS          PIC 9(05).
               10 WS-GR-OS-AMT      PIC 9(11).
               10 WS-GR-OS-RECOV    PIC 9(11).
       01 WS-CX          PIC 9(01) VALUE 0.
       01 WS-CAT-HIT     PIC 9(01) VALUE 0.
      *  THE FIGURES THE RETURN CALLS OUT BELOW THE GRID.
       01 WS-Q-RECOV-TOT    PIC 9(11) VALUE 0.
       01 WS-NEW-STAFF      PIC 9(05) VALUE 0.
       01 WS-OS-NO-POLICE   PIC 9(05) VALUE 0.
       01 WS-OS-STAFF       PIC 9(05) VALUE 0.
      *  OUTSTANDING-CASES LIST TOTALS.
       01 WS-OST-COUNT      PIC 9(05) VALUE 0.
       01 WS-OST-AMT        PIC 9(11) VALUE 0.
       01 WS-OST-RECOV      PIC 9(11) VALUE 0.
       01 WS-OST-OVER-YEAR  PIC 9(05) VALUE 0.
       01 WS-OST-NO-POLICE  PIC 9(05) VALUE 0.

       01 HEADER1.
           05 FILLER PIC X(80) VALUE ALL "*".
       01 HEADER4.
           05 FILLER PIC X(20).
           05 FILLER PIC X(40) VALUE "STATE BANK OF INDIA".
           05 FILLER PIC X(20).
       01 HEADER5.
           05 FILLER PIC X(14).
           05 FILLER PIC X(52) VALUE
              "FRAUD MONITORING RETURN - QUARTERLY".
           05 FILLER PIC X(14).
       01 HEADER6.
           05 FILLER PIC X(14).
           05 FILLER PIC X(15) VALUE "QUARTER ENDED  ".
           05 H6-TO       PIC 9(08).
           05 FILLER PIC X(43).
       01 HEADER3.
           05 FILLER PIC X(16) VALUE " CATEGORY".
           05 FILLER PIC X(06) VALUE "  OPEN".
           05 FILLER PIC X(06) VALUE "   NEW".
           05 FILLER PIC X(13) VALUE "   NEW AMOUNT".
           05 FILLER PIC X(06) VALUE " CLOSD".
           05 FILLER PIC X(06) VALUE "   O/S".
           05 FILLER PIC X(13) VALUE "   O/S AMOUNT".
           05 FILLER PIC X(13) VALUE "    RECOVERED".
           05 FILLER PIC X(01).
       01 GRID-LINE.
           05 FILLER      PIC X(01).
           05 GL-NAME     PIC X(15).
           05 GL-OPENING  PIC ZZ,ZZ9.
           05 GL-NEW      PIC ZZ,ZZ9.
           05 FILLER      PIC X(01).
           05 GL-NEW-AMT  PIC ZZZ,ZZZ,ZZ9.
           05 FILLER      PIC X(01).
           05 GL-CLOSED   PIC ZZ,ZZ9.
           05 GL-OS       PIC ZZ,ZZ9.
           05 FILLER      PIC X(01).
           05 GL-OS-AMT   PIC ZZZ,ZZZ,ZZ9.
           05 FILLER      PIC X(02).
           05 GL-OS-RECOV PIC ZZZ,ZZZ,ZZ9.
           05 FILLER      PIC X(02).
       01 FOOT-LINE1.
           05 FILLER PIC X(02).
           05 FILLER PIC X(38) VALUE
              "RECOVERED IN THE QUARTER          : ".
           05 FL-Q-RECOV  PIC ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(29).
       01 FOOT-LINE2.
           05 FILLER PIC X(02).
           05 FILLER PIC X(38) VALUE
              "NEW CASES WITH STAFF ACCOUNTABILITY: ".
           05 FL-NEW-STAFF PIC ZZ,ZZ9.
           05 FILLER PIC X(34).
       01 FOOT-LINE3.
           05 FILLER PIC X(02).
           05 FILLER PIC X(38) VALUE
              "O/S CASES WITH STAFF ACCOUNTABILITY: ".
           05 FL-OS-STAFF PIC ZZ,ZZ9.
           05 FILLER PIC X(34).
       01 FOOT-LINE4.
           05 FILLER PIC X(02).
           05 FILLER PIC X(38) VALUE
              "O/S CASES NOT REPORTED TO POLICE   : ".
           05 FL-NO-POLICE PIC ZZ,ZZ9.
           05 FILLER PIC X(34).
       01 OST-HEADER5.
           05 FILLER PIC X(14).
           05 FILLER PIC X(52) VALUE
              "FRAUD CASES OUTSTANDING".
           05 FILLER PIC X(14).
       01 OST-HEADER6.
           05 FILLER PIC X(14).
           05 FILLER PIC X(15) VALUE "AS AT          ".
           05 OH6-DATE    PIC 9(08).
           05 FILLER PIC X(43).
       01 OST-HEADER3.
           05 FILLER PIC X(12) VALUE "ACCOUNT NO".
           05 FILLER PIC X(05) VALUE "BRCH".
           05 FILLER PIC X(02) VALUE "C".
           05 FILLER PIC X(09) VALUE "DETECTED".
           05 FILLER PIC X(06) VALUE "  AGE".
           05 FILLER PIC X(12) VALUE "     AMOUNT".
           05 FILLER PIC X(12) VALUE "  RECOVERED".
           05 FILLER PIC X(12) VALUE "   NET LOSS".
           05 FILLER PIC X(08) VALUE "POLICE".
           05 FILLER PIC X(02) VALUE "S".
       01 OST-LINE.
           05 OL-ACCOUNT  PIC X(10).
           05 FILLER      PIC X(02).
           05 OL-BRANCH   PIC X(04).
           05 FILLER      PIC X(01).
           05 OL-CAT      PIC X(01).
           05 FILLER      PIC X(01).
           05 OL-DETECT   PIC 9(08).
           05 FILLER      PIC X(01).
           05 OL-AGE      PIC ZZZZ9.
           05 FILLER      PIC X(01).
           05 OL-AMOUNT   PIC ZZZ,ZZZ,ZZ9.
           05 FILLER      PIC X(01).
           05 OL-RECOV    PIC ZZZ,ZZZ,ZZ9.
           05 FILLER      PIC X(01).
           05 OL-NET      PIC ZZZ,ZZZ,ZZ9.
           05 FILLER      PIC X(01).
           05 OL-POLICE   PIC X(08).
           05 FILLER      PIC X(01).
           05 OL-STAFF    PIC X(01).
       01 OST-TOT-LINE.
           05 FILLER      PIC X(02).
           05 FILLER      PIC X(14) VALUE "OPEN CASES :".
           05 OT-COUNT    PIC ZZ,ZZ9.
           05 FILLER      PIC X(12).
           05 OT-AMOUNT   PIC ZZZ,ZZZ,ZZ9.
           05 FILLER      PIC X(01).
           05 OT-RECOV    PIC ZZZ,ZZZ,ZZ9.
           05 FILLER      PIC X(23).
       01 OST-FOOT-LINE1.
           05 FILLER PIC X(02).
           05 FILLER PIC X(38) VALUE
              "OPEN MORE THAN A YEAR              : ".
           05 OF-OVER-YEAR PIC ZZ,ZZ9.
           05 FILLER PIC X(34).
       01 OST-FOOT-LINE2.
           05 FILLER PIC X(02).
           05 FILLER PIC X(38) VALUE
              "NOT YET REPORTED TO POLICE         : ".
           05 OF-NO-POLICE PIC ZZ,ZZ9.
           05 FILLER PIC X(34).
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *    THE QUARTERLY FRAUD MONITORING RETURN - BY CATEGORY, THE
      *    CASES OPEN AT THE START OF THE QUARTER, THE NEW ONES AND
      *    THE AMOUNT THEY INVOLVE, THOSE CLOSED AND THOSE STILL OPEN
      *    AT THE QUARTER END WITH WHAT IS INVOLVED AND RECOVERED -
      *    AND, ON A SECOND LISTING, EVERY CASE STILL OPEN TODAY WITH
      *    ITS AGE, NET LOSS AND POLICE AND STAFF POSITION. EACH OPEN
      *    CASE HAS ITS ACCOUNT RECOVERY BROUGHT UP TO DATE FROM PLF5
      *    ON THE WAY THROUGH. BOTH OUTPUTS ARE CAPTURED TO RPTREP
      *    WITH RPTLOAD (REPORT IDS FRDRET AND FRDOST) LIKE EVERY
      *    OTHER REPORT SO HEAD OFFICE PULLS THEM FROM RPTVIEW.
           PERFORM 100-OPEN-PARA.
           PERFORM 150-PARM-PARA.
           IF WS-EOF = 'N'
               PERFORM 200-HEADER-PARA
               PERFORM 300-READ-PARA UNTIL WS-EOF = 'Y'
               PERFORM 500-GRID-PRINT-PARA
               PERFORM 600-OST-TOTAL-PARA
           END-IF.
           PERFORM 400-CLOSE-PARA.
           DISPLAY "FRDRET - QUARTER " WS-RPT-QUARTER
                   " NEW: " WS-GR-NEW(8)
                   " OUTSTANDING: " WS-GR-OS(8)
                   " OPEN TODAY: " WS-OST-COUNT
                   " RECOVERIES REFRESHED: " WS-REFRESHED.
           STOP RUN.

       100-OPEN-PARA.
           OPEN I-O FRCFILE.
           IF FS1 = 00
               DISPLAY "FRCFILE OPEN SUCCESS"
           ELSE
               DISPLAY "FRCFILE OPEN FAILURE" FS1
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN INPUT LEDGFILE.
           IF FS2 = 00
               DISPLAY "LEDGFILE OPEN SUCCESS"
           ELSE
               DISPLAY "LEDGFILE OPEN FAILURE" FS2
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN INPUT LOANFILE.
           IF FS3 = 00
               DISPLAY "LOANFILE OPEN SUCCESS"
           ELSE
               DISPLAY "LOANFILE OPEN FAILURE" FS3
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN OUTPUT OUTFILE.
           IF FS4 = 00
               DISPLAY "OUTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "OUTFILE OPEN FAILURE" FS4
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN OUTPUT OSTFILE.
           IF FS5 = 00
               DISPLAY "OSTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "OSTFILE OPEN FAILURE" FS5
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN INPUT RUNFILE.
           IF FS9 = 00
               MOVE 'BUSDATE ' TO RUN-JOB
               READ RUNFILE
               IF FS9 = 00
                   MOVE RUN-BUSDATE-N TO WS-BUS-DATE-N
               ELSE
                   DISPLAY "NO BUSINESS DATE ON RUNCTL"
                   MOVE 'Y' TO WS-EOF
               END-IF
               CLOSE RUNFILE
           ELSE
               DISPLAY "RUNFILE OPEN FAILURE" FS9
               MOVE 'Y' TO WS-EOF
           END-IF.
           INITIALIZE WS-GRID.

       150-PARM-PARA.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           IF WS-EOF = 'N'
               COMPUTE WS-BUS-INT =
                     FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-N)
      *        THE QUARTER BEFORE THE ONE THE NEXT DAY FALLS IN - ON
      *        A QUARTER-END BUSINESS DATE THAT IS THE QUARTER JUST
      *        ENDING.
               COMPUTE WS-NEXT-DAY-N =
                     FUNCTION DATE-OF-INTEGER(WS-BUS-INT + 1)
               MOVE WS-ND-YYYY TO WS-RPT-YYYY
               COMPUTE WS-RPT-Q = (WS-ND-MM - 1) / 3 + 1
               IF WS-RPT-Q = 1
                   SUBTRACT 1 FROM WS-RPT-YYYY
                   MOVE 4 TO WS-RPT-Q
               ELSE
                   SUBTRACT 1 FROM WS-RPT-Q
               END-IF
           END-IF.
           IF WS-PARM-QUARTER NUMERIC
               MOVE WS-PARM-QUARTER TO WS-RPT-QUARTER
           END-IF.
           IF WS-EOF = 'Y'
               CONTINUE
           ELSE IF WS-RPT-Q < 1 OR WS-RPT-Q > 4
               DISPLAY "FRDRET - BAD RETURN QUARTER " WS-RPT-QUARTER
               MOVE 'Y' TO WS-EOF
           ELSE
               COMPUTE WS-START-MM = (WS-RPT-Q - 1) * 3 + 1
               COMPUTE WS-FROM-N =
                     WS-RPT-YYYY * 10000 + WS-START-MM * 100 + 1
               IF WS-RPT-Q = 4
                   COMPUTE WS-NEXT-N = (WS-RPT-YYYY + 1) * 10000 + 101
               ELSE
                   COMPUTE WS-NEXT-N = WS-FROM-N + 300
               END-IF
      *        THE LAST DAY OF THE QUARTER IS THE DAY BEFORE THE FIRST
      *        OF THE NEXT ONE.
               COMPUTE WS-TO-INT =
                     FUNCTION INTEGER-OF-DATE(WS-NEXT-N) - 1
               COMPUTE WS-TO-N =
                     FUNCTION DATE-OF-INTEGER(WS-TO-INT)
           END-IF
           END-IF.
           MOVE WS-TO-N TO H6-TO.
           MOVE WS-BUS-DATE-N TO OH6-DATE.

       200-HEADER-PARA.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM HEADER4.
           WRITE OUTREC FROM HEADER5.
           WRITE OUTREC FROM HEADER6.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM HEADER3.
           WRITE OUTREC FROM HEADER1.
           WRITE OSTREC FROM HEADER1.
           WRITE OSTREC FROM HEADER4.
           WRITE OSTREC FROM OST-HEADER5.
           WRITE OSTREC FROM OST-HEADER6.
           WRITE OSTREC FROM HEADER1.
           WRITE OSTREC FROM OST-HEADER3.
           WRITE OSTREC FROM HEADER1.

       300-READ-PARA.
           READ FRCFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               PERFORM 310-CASE-PARA
           END-READ.

       310-CASE-PARA.
           IF FRC-AMOUNT NOT NUMERIC
               MOVE 0 TO FRC-AMOUNT
           END-IF.
           IF FRC-OTHER-RECOVERY NOT NUMERIC
               MOVE 0 TO FRC-OTHER-RECOVERY
           END-IF.
           IF FRC-ACCT-RECOVERY NOT NUMERIC
               MOVE 0 TO FRC-ACCT-RECOVERY
           END-IF.
           IF FRC-POLICE-DATE-N NOT NUMERIC
               MOVE 0 TO FRC-POLICE-DATE-N
           END-IF.
           PERFORM 320-RECOVERY-PARA.
      *    A CLOSED CASE KEEPS THE RECOVERY IT CLOSED WITH; AN OPEN
      *    ONE TAKES WHATEVER THE LEDGER NOW SHOWS.
           IF FRC-OPEN AND WS-RECOVERED NOT = FRC-ACCT-RECOVERY
               MOVE WS-RECOVERED TO FRC-ACCT-RECOVERY
               REWRITE FRCREC1
               IF FS1 = 00
                   ADD 1 TO WS-REFRESHED
               ELSE
                   DISPLAY "FRCFILE REWRITE FAILURE" FS1 " ON "
                           FRC-ACCOUNT-NO
                   MOVE 00 TO FS1
               END-IF
           END-IF.
      *    ANYTHING DETECTED AFTER THE QUARTER BELONGS TO A LATER
      *    RETURN.
           IF FRC-DETECT-DATE-N NOT > WS-TO-N
               PERFORM 330-COUNT-PARA
           END-IF.
           IF FRC-OPEN
               PERFORM 350-OST-LINE-PARA
           END-IF.

       320-RECOVERY-PARA.
      *    THE SAME RULE AS FRDMNT - REPAYMENT, CLOSURE AND
      *    FORECLOSURE CREDITS SINCE DETECTION, LESS BOUNCES AND
      *    REVERSALS. THE ARC SALE ROW IS THE BOOK BALANCE TAKEN OFF,
      *    NOT CASH, AND IS LEFT OUT.
           MOVE 0 TO WS-CREDITS.
           MOVE 0 TO WS-DEBITS.
           MOVE 0 TO WS-Q-CREDITS.
           MOVE 0 TO WS-Q-DEBITS.
           MOVE FRC-ACCOUNT-NO TO PLF5-ACCOUNT-NO.
           MOVE FRC-DETECT-DATE-N TO PLF5-TXN-DATE-N.
           MOVE 0 TO PLF5-TXN-TIME.
           MOVE 'N' TO WS-LDG-EOF.
           START LEDGFILE KEY IS NOT LESS THAN PLF5-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-LDG-EOF
           END-START.
           PERFORM 325-LEDGER-NEXT-PARA UNTIL WS-LDG-EOF = 'Y'.
           MOVE 00 TO FS2.
           IF WS-DEBITS > WS-CREDITS
               MOVE 0 TO WS-RECOVERED
           ELSE
               COMPUTE WS-RECOVERED = WS-CREDITS - WS-DEBITS
           END-IF.
           IF WS-Q-DEBITS > WS-Q-CREDITS
               MOVE 0 TO WS-Q-RECOVERED
           ELSE
               COMPUTE WS-Q-RECOVERED = WS-Q-CREDITS - WS-Q-DEBITS
           END-IF.

       325-LEDGER-NEXT-PARA.
           READ LEDGFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-LDG-EOF
           NOT AT END
               IF PLF5-ACCOUNT-NO NOT = FRC-ACCOUNT-NO
                   MOVE 'Y' TO WS-LDG-EOF
               ELSE IF PLF5-REPAYMENT OR PLF5-CLOSURE
                       OR PLF5-FORECLOSURE
                   ADD PLF5-TXN-AMOUNT TO WS-CREDITS
                   IF PLF5-TXN-DATE-N NOT < WS-FROM-N
                       AND PLF5-TXN-DATE-N NOT > WS-TO-N
                       ADD PLF5-TXN-AMOUNT TO WS-Q-CREDITS
                   END-IF
               ELSE IF PLF5-BOUNCE OR PLF5-REVERSAL
                   ADD PLF5-TXN-AMOUNT TO WS-DEBITS
                   IF PLF5-TXN-DATE-N NOT < WS-FROM-N
                       AND PLF5-TXN-DATE-N NOT > WS-TO-N
                       ADD PLF5-TXN-AMOUNT TO WS-Q-DEBITS
                   END-IF
               END-IF
               END-IF
               END-IF
           END-READ.

       330-COUNT-PARA.
           MOVE 7 TO WS-CAT-HIT.
           PERFORM 340-CAT-STEP-PARA
              VARYING WS-CX FROM 1 BY 1
              UNTIL WS-CX > 6.
      *    STILL OPEN AT THE QUARTER END - NOT CLOSED, OR CLOSED ONLY
      *    AFTER IT.
           MOVE 'N' TO WS-OPEN-AT-END.
           IF FRC-OPEN OR FRC-CLOSE-DATE-N > WS-TO-N
               MOVE 'Y' TO WS-OPEN-AT-END
           END-IF.
           IF FRC-DETECT-DATE-N < WS-FROM-N
               AND (FRC-OPEN OR FRC-CLOSE-DATE-N NOT < WS-FROM-N)
               ADD 1 TO WS-GR-OPENING(WS-CAT-HIT)
           END-IF.
           IF FRC-DETECT-DATE-N NOT < WS-FROM-N
               ADD 1 TO WS-GR-NEW(WS-CAT-HIT)
               ADD FRC-AMOUNT TO WS-GR-NEW-AMT(WS-CAT-HIT)
               IF FRC-STAFF-INVOLVED
                   ADD 1 TO WS-NEW-STAFF
               END-IF
           END-IF.
           IF FRC-CLOSED AND FRC-CLOSE-DATE-N NOT < WS-FROM-N
               AND FRC-CLOSE-DATE-N NOT > WS-TO-N
               ADD 1 TO WS-GR-CLOSED(WS-CAT-HIT)
           END-IF.
           IF WS-OPEN-AT-END = 'Y'
               COMPUTE WS-TOT-RECOV =
                     FRC-ACCT-RECOVERY + FRC-OTHER-RECOVERY
               ADD 1 TO WS-GR-OS(WS-CAT-HIT)
               ADD FRC-AMOUNT TO WS-GR-OS-AMT(WS-CAT-HIT)
               ADD WS-TOT-RECOV TO WS-GR-OS-RECOV(WS-CAT-HIT)
               IF FRC-STAFF-INVOLVED
                   ADD 1 TO WS-OS-STAFF
               END-IF
               IF FRC-POLICE-DATE-N = 0
                   OR FRC-POLICE-DATE-N > WS-TO-N
                   ADD 1 TO WS-OS-NO-POLICE
               END-IF
           END-IF.
           ADD WS-Q-RECOVERED TO WS-Q-RECOV-TOT.

       340-CAT-STEP-PARA.
           IF WS-CAT-CODE(WS-CX) = FRC-CATEGORY
               MOVE WS-CX TO WS-CAT-HIT
           END-IF.

       350-OST-LINE-PARA.
           MOVE FRC-ACCOUNT-NO TO PLF-ACCOUNT-NO.
           READ LOANFILE.
           IF FS3 NOT = 00
               MOVE SPACES TO PLF-BRANCH-CODE1
               MOVE 00 TO FS3
           END-IF.
           MOVE 0 TO WS-AGE-DAYS.
           IF FRC-DETECT-DATE-N NUMERIC AND FRC-DETECT-DATE-N > 0
               AND FRC-DETECT-DATE-N NOT > WS-BUS-DATE-N
               COMPUTE WS-DET-INT =
                     FUNCTION INTEGER-OF-DATE(FRC-DETECT-DATE-N)
               COMPUTE WS-AGE-DAYS = WS-BUS-INT - WS-DET-INT
           END-IF.
           COMPUTE WS-TOT-RECOV =
                 FRC-ACCT-RECOVERY + FRC-OTHER-RECOVERY.
           IF WS-TOT-RECOV > FRC-AMOUNT
               MOVE 0 TO WS-NET-LOSS
           ELSE
               COMPUTE WS-NET-LOSS = FRC-AMOUNT - WS-TOT-RECOV
           END-IF.
           MOVE SPACES TO OST-LINE.
           MOVE FRC-ACCOUNT-NO TO OL-ACCOUNT.
           MOVE PLF-BRANCH-CODE1 TO OL-BRANCH.
           MOVE FRC-CATEGORY TO OL-CAT.
           MOVE FRC-DETECT-DATE-N TO OL-DETECT.
           MOVE WS-AGE-DAYS TO OL-AGE.
           MOVE FRC-AMOUNT TO OL-AMOUNT.
           MOVE WS-TOT-RECOV TO OL-RECOV.
           MOVE WS-NET-LOSS TO OL-NET.
           IF FRC-POLICE-DATE-N = 0
               MOVE "NOT RPTD" TO OL-POLICE
               ADD 1 TO WS-OST-NO-POLICE
           ELSE
               MOVE FRC-POLICE-DATE-N TO OL-POLICE
           END-IF.
           MOVE FRC-STAFF-FLAG TO OL-STAFF.
           WRITE OSTREC FROM OST-LINE.
           ADD 1 TO WS-OST-COUNT.
           ADD FRC-AMOUNT TO WS-OST-AMT.
           ADD WS-TOT-RECOV TO WS-OST-RECOV.
           IF WS-AGE-DAYS > 365
               ADD 1 TO WS-OST-OVER-YEAR
           END-IF.

       500-GRID-PRINT-PARA.
           PERFORM 510-TOTAL-STEP-PARA
              VARYING WS-CX FROM 1 BY 1
              UNTIL WS-CX > 7.
           PERFORM 520-GRID-LINE-PARA
              VARYING WS-CX FROM 1 BY 1
              UNTIL WS-CX > 8.
           WRITE OUTREC FROM HEADER1.
           MOVE WS-Q-RECOV-TOT TO FL-Q-RECOV.
           WRITE OUTREC FROM FOOT-LINE1.
           MOVE WS-NEW-STAFF TO FL-NEW-STAFF.
           WRITE OUTREC FROM FOOT-LINE2.
           MOVE WS-OS-STAFF TO FL-OS-STAFF.
           WRITE OUTREC FROM FOOT-LINE3.
           MOVE WS-OS-NO-POLICE TO FL-NO-POLICE.
           WRITE OUTREC FROM FOOT-LINE4.
           WRITE OUTREC FROM HEADER1.

       510-TOTAL-STEP-PARA.
           ADD WS-GR-OPENING(WS-CX)  TO WS-GR-OPENING(8).
           ADD WS-GR-NEW(WS-CX)      TO WS-GR-NEW(8).
           ADD WS-GR-NEW-AMT(WS-CX)  TO WS-GR-NEW-AMT(8).
           ADD WS-GR-CLOSED(WS-CX)   TO WS-GR-CLOSED(8).
           ADD WS-GR-OS(WS-CX)       TO WS-GR-OS(8).
           ADD WS-GR-OS-AMT(WS-CX)   TO WS-GR-OS-AMT(8).
           ADD WS-GR-OS-RECOV(WS-CX) TO WS-GR-OS-RECOV(8).

       520-GRID-LINE-PARA.
           IF WS-CX = 8
               WRITE OUTREC FROM HEADER1
           END-IF.
           MOVE SPACES TO GRID-LINE.
           MOVE WS-CAT-NAME(WS-CX) TO GL-NAME.
           MOVE WS-GR-OPENING(WS-CX) TO GL-OPENING.
           MOVE WS-GR-NEW(WS-CX) TO GL-NEW.
           MOVE WS-GR-NEW-AMT(WS-CX) TO GL-NEW-AMT.
           MOVE WS-GR-CLOSED(WS-CX) TO GL-CLOSED.
           MOVE WS-GR-OS(WS-CX) TO GL-OS.
           MOVE WS-GR-OS-AMT(WS-CX) TO GL-OS-AMT.
           MOVE WS-GR-OS-RECOV(WS-CX) TO GL-OS-RECOV.
           WRITE OUTREC FROM GRID-LINE.

       600-OST-TOTAL-PARA.
           WRITE OSTREC FROM HEADER1.
           MOVE WS-OST-COUNT TO OT-COUNT.
           MOVE WS-OST-AMT TO OT-AMOUNT.
           MOVE WS-OST-RECOV TO OT-RECOV.
           WRITE OSTREC FROM OST-TOT-LINE.
           MOVE WS-OST-OVER-YEAR TO OF-OVER-YEAR.
           WRITE OSTREC FROM OST-FOOT-LINE1.
           MOVE WS-OST-NO-POLICE TO OF-NO-POLICE.
           WRITE OSTREC FROM OST-FOOT-LINE2.
           WRITE OSTREC FROM HEADER1.

       400-CLOSE-PARA.
           CLOSE FRCFILE.
           CLOSE LEDGFILE.
           CLOSE LOANFILE.
           CLOSE OUTFILE.
           CLOSE OSTFILE.
