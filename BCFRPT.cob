       IDENTIFICATION DIVISION.
       PROGRAM-ID. BCFRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BCFFILE ASSIGN TO DD1
           ORGANIZATION IS INDEXED
           RECORD KEY IS BCF-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS1.
           SELECT CMPFILE ASSIGN TO DD2
           ORGANIZATION IS INDEXED
           RECORD KEY IS CMP-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS2.
           SELECT OUTFILE ASSIGN TO DD3
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS3.
           SELECT EXCFILE ASSIGN TO DD4
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS4.
           SELECT RUNFILE ASSIGN TO DD9
           ORGANIZATION IS INDEXED
           RECORD KEY IS RUN-JOB
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS9.
       DATA DIVISION.
       FILE SECTION.

       FD BCFFILE.
       01 BCFREC1.
              COPY BCFREC.
       FD CMPFILE.
       01 CMPREC1.
              COPY CMPREC.
       FD OUTFILE.
       01 OUTREC                       PIC X(80).
       FD EXCFILE.
       01 EXCREC                       PIC X(80).
       FD RUNFILE.
       01 RUNREC1.
              COPY RUNREC.
       WORKING-STORAGE SECTION.
       01 FS1            PIC 9(02) VALUE 0.
       01 FS2            PIC 9(02) VALUE 0.
       01 FS3            PIC 9(02) VALUE 0.
       01 FS4            PIC 9(02) VALUE 0.
       01 FS9            PIC 9(02) VALUE 0.
       01 WS-CMP-OPEN    PIC X(01) VALUE 'N'.
       01 WS-EOF         PIC X(01) VALUE 'N'.
       01 WS-BUS-DATE-N  PIC 9(08) VALUE 0.
       01 WS-BUS-INT     PIC 9(08) VALUE 0.
       01 WS-SENT-INT    PIC 9(08) VALUE 0.
       01 WS-AGE-DAYS    PIC 9(05) VALUE 0.
      *  SYSIN CARD - THE FISCAL YEAR BY ITS OPENING CALENDAR YEAR,
      *  AS BCFLTR TAKES IT. A BLANK CARD TAKES THE LATEST YEAR
      *  ENDED ON OR BEFORE THE BUSINESS DATE.
       01 WS-PARM-CARD.
           05 WS-PARM-FY     PIC X(04) VALUE SPACES.
           05 FILLER         PIC X(76) VALUE SPACES.
       01 WS-FY          PIC 9(04) VALUE 0.
       01 WS-NEXT-DAY-N  PIC 9(08) VALUE 0.
       01 WS-NEXT-DAY-X REDEFINES WS-NEXT-DAY-N.
           05 WS-ND-YYYY     PIC 9(04).
           05 WS-ND-MM       PIC 9(02).
           05 WS-ND-DD       PIC 9(02).
      *  BRANCH TABLE - EVERY BRANCH THAT HAD A LETTER FOR THE YEAR,
      *  IN THE ORDER FIRST MET ON BALCONF. THE ALL-BRANCH TOTALS
      *  BELOW IT ARE KEPT APART SO A FULL TABLE LOSES NOTHING.
       01 WS-BR-BRANCH   PIC X(04) VALUE SPACES.
       01 WS-BR-COUNT    PIC 9(03) VALUE 0.
       01 WS-BR-TABLE.
           05 WS-BR-ENTRY OCCURS 500 TIMES.
               10 WS-BR-CODE       PIC X(04).
               10 WS-BR-ISSUED     PIC 9(07).
               10 WS-BR-CONF       PIC 9(07).
               10 WS-BR-DISP       PIC 9(07).
               10 WS-BR-DISP-AMT   PIC 9(11).
               10 WS-BR-UNCF       PIC 9(07).
               10 WS-BR-UNCF-AMT   PIC 9(11).
       01 WS-BRX         PIC 9(03) VALUE 0.
       01 WS-BR-HIT      PIC 9(03) VALUE 0.
       01 WS-ALL-ISSUED    PIC 9(07) VALUE 0.
       01 WS-ALL-CONF      PIC 9(07) VALUE 0.
       01 WS-ALL-DISP      PIC 9(07) VALUE 0.
       01 WS-ALL-DISP-AMT  PIC 9(11) VALUE 0.
       01 WS-ALL-UNCF      PIC 9(07) VALUE 0.
       01 WS-ALL-UNCF-AMT  PIC 9(11) VALUE 0.
       01 WS-UNCF-OVER-30  PIC 9(07) VALUE 0.
       01 WS-DISP-RESOLVED PIC 9(07) VALUE 0.
       01 WS-BR-DROPPED    PIC 9(05) VALUE 0.

       01 HEADER1.
           05 FILLER PIC X(80) VALUE ALL "*".
       01 HEADER4.
           05 FILLER PIC X(20).
           05 FILLER PIC X(40) VALUE "STATE BANK OF INDIA".
           05 FILLER PIC X(20).
       01 HEADER5.
           05 FILLER PIC X(14).
           05 FILLER PIC X(52) VALUE
              "BALANCE CONFIRMATION - REPLIES BY BRANCH".
           05 FILLER PIC X(14).
       01 EXC-HEADER5.
           05 FILLER PIC X(14).
           05 FILLER PIC X(52) VALUE
              "BALANCE CONFIRMATION - DISPUTED AND UNCONFIRMED".
           05 FILLER PIC X(14).
       01 FY-LINE.
           05 FILLER PIC X(05).
           05 FILLER PIC X(22) VALUE "FISCAL YEAR APRIL 01, ".
           05 FYFROM  PIC 9(04).
           05 FILLER PIC X(14) VALUE " TO MARCH 31, ".
           05 FYTO    PIC 9(04).
           05 FILLER PIC X(31).
       01 HEADER3.
           05 FILLER PIC X(06) VALUE "BRCH".
           05 FILLER PIC X(08) VALUE " ISSUED".
           05 FILLER PIC X(08) VALUE " CONFRM".
           05 FILLER PIC X(08) VALUE " DISPTD".
           05 FILLER PIC X(14) VALUE "  DISPUTED AMT".
           05 FILLER PIC X(02).
           05 FILLER PIC X(07) VALUE " UNCONF".
           05 FILLER PIC X(02).
           05 FILLER PIC X(14) VALUE "UNCONFIRMD AMT".
           05 FILLER PIC X(11).
       01 BR-LINE.
           05 BL-BRANCH   PIC X(04).
           05 FILLER      PIC X(02).
           05 BL-ISSUED   PIC ZZZ,ZZ9.
           05 FILLER      PIC X(01).
           05 BL-CONF     PIC ZZZ,ZZ9.
           05 FILLER      PIC X(01).
           05 BL-DISP     PIC ZZZ,ZZ9.
           05 FILLER      PIC X(01).
           05 BL-DISP-AMT PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER      PIC X(02).
           05 BL-UNCF     PIC ZZZ,ZZ9.
           05 FILLER      PIC X(02).
           05 BL-UNCF-AMT PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER      PIC X(11).
       01 EXC-HEADER3.
           05 FILLER PIC X(12) VALUE "ACCOUNT NO".
           05 FILLER PIC X(06) VALUE "BRCH".
           05 FILLER PIC X(03) VALUE "S".
           05 FILLER PIC X(11) VALUE "OUTSTANDING".
           05 FILLER PIC X(11) VALUE "  CUST SAYS".
           05 FILLER PIC X(07) VALUE "  DAYS".
           05 FILLER PIC X(09) VALUE "CMPL NO".
           05 FILLER PIC X(08) VALUE "CMPL ST".
           05 FILLER PIC X(13).
       01 EXC-LINE.
           05 EL-ACCOUNT  PIC X(10).
           05 FILLER      PIC X(02).
           05 EL-BRANCH   PIC X(04).
           05 FILLER      PIC X(02).
           05 EL-STATUS   PIC X(01).
           05 FILLER      PIC X(02).
           05 EL-OUTSTAND PIC ZZ,ZZZ,ZZ9.
           05 FILLER      PIC X(01).
           05 EL-CUST-BAL PIC ZZ,ZZZ,ZZ9.
           05 FILLER      PIC X(01).
           05 EL-AGE      PIC ZZZZ9.
           05 FILLER      PIC X(02).
           05 EL-CMP-NO   PIC X(08).
           05 FILLER      PIC X(01).
           05 EL-CMP-ST   PIC X(08).
           05 FILLER      PIC X(13).
       01 FOOT-LINE1.
           05 FILLER PIC X(02).
           05 FILLER PIC X(38) VALUE
              "DISPUTED                           : ".
           05 FL-DISP      PIC ZZZ,ZZ9.
           05 FILLER PIC X(33).
       01 FOOT-LINE2.
           05 FILLER PIC X(02).
           05 FILLER PIC X(38) VALUE
              "  OF WHICH COMPLAINT RESOLVED      : ".
           05 FL-RESOLVED  PIC ZZZ,ZZ9.
           05 FILLER PIC X(33).
       01 FOOT-LINE3.
           05 FILLER PIC X(02).
           05 FILLER PIC X(38) VALUE
              "UNCONFIRMED                        : ".
           05 FL-UNCF      PIC ZZZ,ZZ9.
           05 FILLER PIC X(33).
       01 FOOT-LINE4.
           05 FILLER PIC X(02).
           05 FILLER PIC X(38) VALUE
              "  OF WHICH SENT MORE THAN 30 DAYS  : ".
           05 FL-OVER-30   PIC ZZZ,ZZ9.
           05 FILLER PIC X(33).
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *    THE BALANCE CONFIRMATION FOLLOW-UP FOR A FISCAL YEAR - BY
      *    BRANCH, THE LETTERS ISSUED, CONFIRMED, DISPUTED AND STILL
      *    UNANSWERED WITH THE OUTSTANDING THEY STAND FOR; AND, ON A
      *    SECOND LISTING, EVERY DISPUTED OR UNANSWERED ACCOUNT WITH
      *    THE DAYS SINCE ITS LETTER WENT OUT AND WHERE THE DISPUTE'S
      *    COMPLAINT HAS GOT TO. BOTH OUTPUTS ARE CAPTURED TO RPTREP
      *    WITH RPTLOAD (REPORT IDS BCFRPT AND BCFEXC) LIKE EVERY
      *    OTHER REPORT.
           PERFORM 100-OPEN-PARA.
           PERFORM 150-PARM-PARA.
           IF WS-EOF = 'N'
               PERFORM 200-HEADER-PARA
               PERFORM 300-READ-PARA UNTIL WS-EOF = 'Y'
               PERFORM 500-BRANCH-PRINT-PARA
               PERFORM 600-EXC-TOTAL-PARA
           END-IF.
           PERFORM 400-CLOSE-PARA.
           DISPLAY "BCFRPT - FISCAL YEAR " WS-FY
                   " ISSUED: " WS-ALL-ISSUED
                   " CONFIRMED: " WS-ALL-CONF
                   " DISPUTED: " WS-ALL-DISP
                   " UNCONFIRMED: " WS-ALL-UNCF
                   " BRANCHES DROPPED: " WS-BR-DROPPED.
           STOP RUN.

       100-OPEN-PARA.
           OPEN INPUT BCFFILE.
           IF FS1 = 00
               DISPLAY "BCFFILE OPEN SUCCESS"
           ELSE
               DISPLAY "BCFFILE OPEN FAILURE" FS1
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN INPUT CMPFILE.
           IF FS2 = 00
               DISPLAY "CMPFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-CMP-OPEN
           ELSE
      *        NO COMPLAINT REGISTER - THE DISPUTES ARE STILL LISTED,
      *        JUST WITHOUT THEIR COMPLAINT'S PROGRESS.
               DISPLAY "CMPFILE OPEN FAILURE" FS2
           END-IF.
           OPEN OUTPUT OUTFILE.
           IF FS3 = 00
               DISPLAY "OUTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "OUTFILE OPEN FAILURE" FS3
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN OUTPUT EXCFILE.
           IF FS4 = 00
               DISPLAY "EXCFILE OPEN SUCCESS"
           ELSE
               DISPLAY "EXCFILE OPEN FAILURE" FS4
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
           INITIALIZE WS-BR-TABLE.

       150-PARM-PARA.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           IF WS-EOF = 'N'
               COMPUTE WS-BUS-INT =
                     FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-N)
               COMPUTE WS-NEXT-DAY-N =
                     FUNCTION DATE-OF-INTEGER(WS-BUS-INT + 1)
               IF WS-ND-MM < 4
                   COMPUTE WS-FY = WS-ND-YYYY - 2
               ELSE
                   COMPUTE WS-FY = WS-ND-YYYY - 1
               END-IF
           END-IF.
           IF WS-PARM-FY NUMERIC
               MOVE WS-PARM-FY TO WS-FY
           END-IF.

       200-HEADER-PARA.
           MOVE WS-FY TO FYFROM.
           COMPUTE FYTO = WS-FY + 1.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM HEADER4.
           WRITE OUTREC FROM HEADER5.
           WRITE OUTREC FROM FY-LINE.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM HEADER3.
           WRITE OUTREC FROM HEADER1.
           WRITE EXCREC FROM HEADER1.
           WRITE EXCREC FROM HEADER4.
           WRITE EXCREC FROM EXC-HEADER5.
           WRITE EXCREC FROM FY-LINE.
           WRITE EXCREC FROM HEADER1.
           WRITE EXCREC FROM EXC-HEADER3.
           WRITE EXCREC FROM HEADER1.

       300-READ-PARA.
           READ BCFFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               IF BCF-FY = WS-FY
                   PERFORM 310-LETTER-PARA
               END-IF
           END-READ.

       310-LETTER-PARA.
           MOVE BCF-BRANCH TO WS-BR-BRANCH.
           PERFORM 320-BRANCH-FIND-PARA.
           ADD 1 TO WS-ALL-ISSUED.
           IF BCF-CONFIRMED
               ADD 1 TO WS-ALL-CONF
           ELSE IF BCF-DISPUTED
               ADD 1 TO WS-ALL-DISP
               ADD BCF-OUTSTANDING TO WS-ALL-DISP-AMT
               PERFORM 350-EXC-LINE-PARA
           ELSE
               ADD 1 TO WS-ALL-UNCF
               ADD BCF-OUTSTANDING TO WS-ALL-UNCF-AMT
               PERFORM 350-EXC-LINE-PARA
           END-IF
           END-IF.
           IF WS-BR-HIT > 0
               ADD 1 TO WS-BR-ISSUED(WS-BR-HIT)
               IF BCF-CONFIRMED
                   ADD 1 TO WS-BR-CONF(WS-BR-HIT)
               ELSE IF BCF-DISPUTED
                   ADD 1 TO WS-BR-DISP(WS-BR-HIT)
                   ADD BCF-OUTSTANDING TO WS-BR-DISP-AMT(WS-BR-HIT)
               ELSE
                   ADD 1 TO WS-BR-UNCF(WS-BR-HIT)
                   ADD BCF-OUTSTANDING TO WS-BR-UNCF-AMT(WS-BR-HIT)
               END-IF
               END-IF
           END-IF.

       320-BRANCH-FIND-PARA.
           MOVE 0 TO WS-BR-HIT.
           PERFORM 325-BRANCH-STEP-PARA
              VARYING WS-BRX FROM 1 BY 1
              UNTIL WS-BRX > WS-BR-COUNT OR WS-BR-HIT > 0.
           IF WS-BR-HIT = 0
               IF WS-BR-COUNT >= 500
      *            A FULL TABLE MUST NOT LEAVE THE INDEX PAST THE
      *            OCCURS BOUND - THE LETTER STILL COUNTS IN THE
      *            ALL-BRANCH TOTALS.
                   ADD 1 TO WS-BR-DROPPED
                   DISPLAY "BCFRPT - BRANCH TABLE FULL, DROPPED "
                           WS-BR-BRANCH
               ELSE
                   ADD 1 TO WS-BR-COUNT
                   MOVE WS-BR-COUNT TO WS-BR-HIT
                   MOVE WS-BR-BRANCH TO WS-BR-CODE(WS-BR-HIT)
               END-IF
           END-IF.

       325-BRANCH-STEP-PARA.
           IF WS-BR-CODE(WS-BRX) = WS-BR-BRANCH
               MOVE WS-BRX TO WS-BR-HIT
           END-IF.

       350-EXC-LINE-PARA.
           MOVE 0 TO WS-AGE-DAYS.
           IF BCF-SENT-DATE-N NUMERIC AND BCF-SENT-DATE-N > 0
               AND BCF-SENT-DATE-N NOT > WS-BUS-DATE-N
               COMPUTE WS-SENT-INT =
                     FUNCTION INTEGER-OF-DATE(BCF-SENT-DATE-N)
               COMPUTE WS-AGE-DAYS = WS-BUS-INT - WS-SENT-INT
           END-IF.
           MOVE SPACES TO EXC-LINE.
           MOVE BCF-ACCOUNT-NO TO EL-ACCOUNT.
           MOVE BCF-BRANCH TO EL-BRANCH.
           MOVE BCF-STATUS TO EL-STATUS.
           MOVE BCF-OUTSTANDING TO EL-OUTSTAND.
           MOVE WS-AGE-DAYS TO EL-AGE.
           IF BCF-DISPUTED
               MOVE BCF-CUST-BALANCE TO EL-CUST-BAL
               MOVE BCF-CMP-NO TO EL-CMP-NO
               PERFORM 360-CMP-STATE-PARA
           ELSE
      *        THE CUSTOMER HAS SAID NOTHING - NO FIGURE OF THEIRS AND
      *        NO COMPLAINT TO SHOW.
               IF WS-AGE-DAYS > 30
                   ADD 1 TO WS-UNCF-OVER-30
               END-IF
           END-IF.
           WRITE EXCREC FROM EXC-LINE.

       360-CMP-STATE-PARA.
           MOVE 'UNKNOWN' TO EL-CMP-ST.
           IF WS-CMP-OPEN = 'Y'
               MOVE BCF-CMP-NO TO CMP-NO
               READ CMPFILE
               IF FS2 NOT = 00
                   MOVE 'NOT FND' TO EL-CMP-ST
                   MOVE 00 TO FS2
               ELSE IF CMP-RESOLVED
                   MOVE 'RESOLVED' TO EL-CMP-ST
                   ADD 1 TO WS-DISP-RESOLVED
               ELSE IF CMP-ESCALATED
                   MOVE 'ESCALATD' TO EL-CMP-ST
               ELSE
                   MOVE 'OPEN' TO EL-CMP-ST
               END-IF
               END-IF
               END-IF
           END-IF.

       500-BRANCH-PRINT-PARA.
           PERFORM 510-BRANCH-LINE-PARA
              VARYING WS-BRX FROM 1 BY 1
              UNTIL WS-BRX > WS-BR-COUNT.
           WRITE OUTREC FROM HEADER1.
           MOVE SPACES TO BR-LINE.
           MOVE 'ALL ' TO BL-BRANCH.
           MOVE WS-ALL-ISSUED TO BL-ISSUED.
           MOVE WS-ALL-CONF TO BL-CONF.
           MOVE WS-ALL-DISP TO BL-DISP.
           MOVE WS-ALL-DISP-AMT TO BL-DISP-AMT.
           MOVE WS-ALL-UNCF TO BL-UNCF.
           MOVE WS-ALL-UNCF-AMT TO BL-UNCF-AMT.
           WRITE OUTREC FROM BR-LINE.
           WRITE OUTREC FROM HEADER1.

       510-BRANCH-LINE-PARA.
           MOVE SPACES TO BR-LINE.
           MOVE WS-BR-CODE(WS-BRX) TO BL-BRANCH.
           MOVE WS-BR-ISSUED(WS-BRX) TO BL-ISSUED.
           MOVE WS-BR-CONF(WS-BRX) TO BL-CONF.
           MOVE WS-BR-DISP(WS-BRX) TO BL-DISP.
           MOVE WS-BR-DISP-AMT(WS-BRX) TO BL-DISP-AMT.
           MOVE WS-BR-UNCF(WS-BRX) TO BL-UNCF.
           MOVE WS-BR-UNCF-AMT(WS-BRX) TO BL-UNCF-AMT.
           WRITE OUTREC FROM BR-LINE.

       600-EXC-TOTAL-PARA.
           WRITE EXCREC FROM HEADER1.
           MOVE WS-ALL-DISP TO FL-DISP.
           WRITE EXCREC FROM FOOT-LINE1.
           MOVE WS-DISP-RESOLVED TO FL-RESOLVED.
           WRITE EXCREC FROM FOOT-LINE2.
           MOVE WS-ALL-UNCF TO FL-UNCF.
           WRITE EXCREC FROM FOOT-LINE3.
           MOVE WS-UNCF-OVER-30 TO FL-OVER-30.
           WRITE EXCREC FROM FOOT-LINE4.
           WRITE EXCREC FROM HEADER1.

       400-CLOSE-PARA.
           CLOSE BCFFILE.
           IF WS-CMP-OPEN = 'Y'
               CLOSE CMPFILE
           END-IF.
           CLOSE OUTFILE.
           CLOSE EXCFILE.
