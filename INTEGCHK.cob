       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANFILE ASSIGN TO DD1
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLF-ACCOUNT-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS1.
           SELECT INSTFILE ASSIGN TO DD2
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLF6-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS2.
           SELECT DSBFILE ASSIGN TO DD3
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLF7-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS3.
           SELECT COLFILE ASSIGN TO DD4
           ORGANIZATION IS INDEXED
           RECORD KEY IS COL-ACCOUNT-NO
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS4.
           SELECT DOCFILE ASSIGN TO DD5
           ORGANIZATION IS INDEXED
           RECORD KEY IS DOC-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS5.
           SELECT MNDTFILE ASSIGN TO DD6
           ORGANIZATION IS INDEXED
           RECORD KEY IS MNDT-ACCOUNT-NO
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS6.
           SELECT COLSFILE ASSIGN TO DD7
           ORGANIZATION IS INDEXED
           RECORD KEY IS CS-ACCOUNT-NO
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS7.
           SELECT ALOFILE ASSIGN TO DD8
           ORGANIZATION IS INDEXED
           RECORD KEY IS ALO-ACCOUNT-NO
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS8.
           SELECT RUNFILE ASSIGN TO DD9
           ORGANIZATION IS INDEXED
           RECORD KEY IS RUN-JOB
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS9.
           SELECT LGLFILE ASSIGN TO DD10
           ORGANIZATION IS INDEXED
           RECORD KEY IS LGL-ACCOUNT-NO
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS10.
           SELECT LPIFILE ASSIGN TO DD11
           ORGANIZATION IS INDEXED
           RECORD KEY IS LPI-ACCOUNT-NO
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS11.
           SELECT FRZFILE ASSIGN TO DD12
           ORGANIZATION IS INDEXED
           RECORD KEY IS FRZ-ACCOUNT-NO
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS12.
           SELECT PRGFILE ASSIGN TO DD13
           ORGANIZATION IS INDEXED
           RECORD KEY IS PRG-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS13.
           SELECT QTEFILE ASSIGN TO DD14
           ORGANIZATION IS INDEXED
           RECORD KEY IS QTE-NO
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS14.
           SELECT CHQFILE ASSIGN TO DD15
           ORGANIZATION IS INDEXED
           RECORD KEY IS CHQ-RCPT-NO
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS15.
           SELECT WOFILE ASSIGN TO DD16
           ORGANIZATION IS INDEXED
           RECORD KEY IS WO-ACCOUNT-NO
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS16.
           SELECT PAYFILE ASSIGN TO DD17
           ORGANIZATION IS INDEXED
           RECORD KEY IS PAY-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS17.
           SELECT OUTFILE ASSIGN TO DD18
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS18.
           SELECT JRNFILE ASSIGN TO DD19
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS19.
       DATA DIVISION.
       FILE SECTION.

       FD LOANFILE.
       01 LOANREC.
              COPY PLF3REC.
       FD INSTFILE.
       01 INSTREC1.
              COPY INSTREC.
       FD DSBFILE.
       01 DSBREC1.
              COPY DSBREC.
       FD COLFILE.
       01 COLREC1.
              COPY COLREC.
       FD DOCFILE.
       01 DOCREC1.
              COPY DOCREC.
       FD MNDTFILE.
       01 MNDTREC1.
              COPY MNDTREC.
       FD COLSFILE.
       01 COLSREC1.
              COPY COLSREC.
       FD ALOFILE.
       01 ALOREC1.
              COPY ALOREC.
       FD RUNFILE.
       01 RUNREC1.
              COPY RUNREC.
       FD LGLFILE.
       01 LGLREC1.
              COPY LGLREC.
       FD LPIFILE.
       01 LPIREC1.
              COPY LPIREC.
       FD FRZFILE.
       01 FRZREC1.
              COPY FRZREC.
       FD PRGFILE.
       01 PRGREC1.
              COPY PRGREC.
       FD QTEFILE.
       01 QTEREC1.
              COPY QTEREC.
       FD CHQFILE.
       01 CHQREC1.
              COPY CHQREC.
       FD WOFILE.
       01 WOREC1.
              COPY WOREC.
       FD PAYFILE.
       01 PAYREC1.
              COPY PAYREC.
       FD OUTFILE.
       01 OUTREC.
           05 FILLER              PIC X(02).
           05 OFILE               PIC X(07).
           05 FILLER              PIC X(01).
           05 OACCOUNT-NO         PIC X(10).
           05 FILLER              PIC X(02).
           05 OKEY-EXTRA          PIC X(08).
           05 FILLER              PIC X(02).
           05 ORULE               PIC X(35).
           05 FILLER              PIC X(02).
           05 OACTION             PIC X(08).
           05 FILLER              PIC X(03).
       FD JRNFILE.
      *  THE SAME LAYOUT AS THE JRNLOG UNLOAD, SO THE FIXES CAN BE
      *  LOADED AND READ BACK ALONGSIDE THE ONLINE JOURNAL.
       01 JRNOUT                  PIC X(445).
       WORKING-STORAGE SECTION.
       01 FS1            PIC 9(02) VALUE 0.
       01 FS2            PIC 9(02) VALUE 0.
       01 FS3            PIC 9(02) VALUE 0.
       01 FS4            PIC 9(02) VALUE 0.
       01 FS5            PIC 9(02) VALUE 0.
       01 FS6            PIC 9(02) VALUE 0.
       01 FS7            PIC 9(02) VALUE 0.
       01 FS8            PIC 9(02) VALUE 0.
       01 FS9            PIC 9(02) VALUE 0.
       01 FS10           PIC 9(02) VALUE 0.
       01 FS11           PIC 9(02) VALUE 0.
       01 FS12           PIC 9(02) VALUE 0.
       01 FS13           PIC 9(02) VALUE 0.
       01 FS14           PIC 9(02) VALUE 0.
       01 FS15           PIC 9(02) VALUE 0.
       01 FS16           PIC 9(02) VALUE 0.
       01 FS17           PIC 9(02) VALUE 0.
       01 FS18           PIC 9(02) VALUE 0.
       01 FS19           PIC 9(02) VALUE 0.
       01 WS-BUS-DATE-N  PIC 9(08) VALUE 0.
       01 WS-RC-STOP     PIC X(01) VALUE 'N'.
       01 WS-STOP        PIC X(01) VALUE 'N'.
       01 WS-SAT-EOF     PIC X(01) VALUE 'N'.
      *  ONE SWITCH PER SATELLITE - A FILE THAT WILL NOT OPEN IS
      *  LEFT OUT OF THE SWEEP AND SHOWN AS NOT CHECKED.
       01 WS-PLF6-OPEN   PIC X(01) VALUE 'N'.
       01 WS-PLF7-OPEN   PIC X(01) VALUE 'N'.
       01 WS-PLF8-OPEN   PIC X(01) VALUE 'N'.
       01 WS-DOC-OPEN    PIC X(01) VALUE 'N'.
       01 WS-MNDT-OPEN   PIC X(01) VALUE 'N'.
       01 WS-COLS-OPEN   PIC X(01) VALUE 'N'.
       01 WS-ALO-OPEN    PIC X(01) VALUE 'N'.
       01 WS-LGL-OPEN    PIC X(01) VALUE 'N'.
       01 WS-LPI-OPEN    PIC X(01) VALUE 'N'.
       01 WS-FRZ-OPEN    PIC X(01) VALUE 'N'.
       01 WS-PRG-OPEN    PIC X(01) VALUE 'N'.
       01 WS-QTE-OPEN    PIC X(01) VALUE 'N'.
       01 WS-CHQ-OPEN    PIC X(01) VALUE 'N'.
       01 WS-WO-OPEN     PIC X(01) VALUE 'N'.
       01 WS-PAY-OPEN    PIC X(01) VALUE 'N'.
      *  FIX MODE IS ASKED FOR WITH A SYSIN CARD OF FIX - ANYTHING
      *  ELSE (OR NO CARD) IS THE REPORT-ONLY RUN.
       01 WS-PARM-MODE   PIC X(03) VALUE SPACES.
       01 WS-FIX-MODE    PIC X(01) VALUE 'N'.
       01 WS-BATCH-OPID  PIC X(05) VALUE 'INTEG'.
       01 WS-D           PIC X(10) VALUE SPACES.
       01 WS-T           PIC X(10) VALUE SPACES.
       01 WS-DATE-NUM    PIC 9(06) VALUE 0.
       01 WS-TODAY       PIC 9(08) VALUE 0.
      *  THE ACCOUNT UNDER TEST AND WHAT PLF3 SAYS ABOUT IT. ROWS FOR
      *  ONE ACCOUNT SIT TOGETHER ON THE KEYED FILES, SO THE LAST
      *  LOOK-UP IS KEPT AND NOT REPEATED.
       01 WS-CHK-ACCT    PIC X(10) VALUE SPACES.
       01 WS-CHK-EXTRA   PIC X(08) VALUE SPACES.
       01 WS-LAST-ACCT   PIC X(10) VALUE LOW-VALUES.
       01 WS-LOAN-FOUND  PIC X(01) VALUE 'N'.
       01 WS-LOAN-GONE   PIC X(01) VALUE 'N'.
       01 WS-RULE-NO     PIC 9(02) VALUE 0.
       01 WS-ACTION      PIC X(08) VALUE SPACES.
       01 WS-RX          PIC 9(02) VALUE 0.
       01 WS-EXCP-COUNT  PIC 9(07) VALUE 0.
       01 WS-FIX-COUNT   PIC 9(07) VALUE 0.
       01 WS-JRN-REC.
              COPY JRNREC.
      *  THE RULES, BY FILE. "SETTLED" IS AN ACCOUNT PLF3 SHOWS
      *  CLOSED, FORECLOSED OR SOLD - NOTHING MORE IS DUE ON IT TO THE
      *  BANK. A WRITTEN-OFF LOAN IS STILL UNDER RECOVERY AND IS NOT
      *  SETTLED. RULES 03/04, 08/09, 12/13, 20/21 AND 26/27 ARE THE
      *  ONES FIX MODE CLOSES.
       01 WS-RULE-TEXTS.
           05 FILLER PIC X(42) VALUE
              "PLF6   SCHEDULE WITH NO LOAN ACCOUNT".
           05 FILLER PIC X(42) VALUE
              "PLF6   UNPAID INSTALMENT ON SETTLED LOAN".
           05 FILLER PIC X(42) VALUE
              "PLF7   TRANCHE WITH NO LOAN ACCOUNT".
           05 FILLER PIC X(42) VALUE
              "PLF7   PENDING TRANCHE ON SETTLED LOAN".
           05 FILLER PIC X(42) VALUE
              "PLF8   COLLATERAL WITH NO LOAN ACCOUNT".
           05 FILLER PIC X(42) VALUE
              "PLF8   COLLATERAL HELD ON SETTLED LOAN".
           05 FILLER PIC X(42) VALUE
              "DOCF   DOCUMENT WITH NO LOAN ACCOUNT".
           05 FILLER PIC X(42) VALUE
              "MNDTF  MANDATE WITH NO LOAN ACCOUNT".
           05 FILLER PIC X(42) VALUE
              "MNDTF  ACTIVE MANDATE ON SETTLED LOAN".
           05 FILLER PIC X(42) VALUE
              "COLSTS ROW WITH NO LOAN ACCOUNT".
           05 FILLER PIC X(42) VALUE
              "COLSTS IN COLLECTIONS ON SETTLED LOAN".
           05 FILLER PIC X(42) VALUE
              "ALLOCF ALLOCATION WITH NO LOAN ACCOUNT".
           05 FILLER PIC X(42) VALUE
              "ALLOCF AGENT STILL ON SETTLED LOAN".
           05 FILLER PIC X(42) VALUE
              "LGLF   CASE WITH NO LOAN ACCOUNT".
           05 FILLER PIC X(42) VALUE
              "LGLF   OPEN CASE ON SETTLED LOAN".
           05 FILLER PIC X(42) VALUE
              "LPIF   POLICY WITH NO LOAN ACCOUNT".
           05 FILLER PIC X(42) VALUE
              "LPIF   ACTIVE COVER ON SETTLED LOAN".
           05 FILLER PIC X(42) VALUE
              "FRZF   FREEZE WITH NO LOAN ACCOUNT".
           05 FILLER PIC X(42) VALUE
              "PRGF   PROGRESS ROW WITH NO LOAN ACCOUNT".
           05 FILLER PIC X(42) VALUE
              "QUOTEF QUOTE WITH NO LOAN ACCOUNT".
           05 FILLER PIC X(42) VALUE
              "QUOTEF OPEN QUOTE ON SETTLED LOAN".
           05 FILLER PIC X(42) VALUE
              "CHQPND INSTRUMENT WITH NO LOAN ACCOUNT".
           05 FILLER PIC X(42) VALUE
              "CHQPND UNCLEARED ITEM ON SETTLED LOAN".
           05 FILLER PIC X(42) VALUE
              "WOREG  WRITE-OFF WITH NO LOAN ACCOUNT".
           05 FILLER PIC X(42) VALUE
              "WOREG  WRITE-OFF ON A LIVE LOAN".
           05 FILLER PIC X(42) VALUE
              "PAYOUTFPAYOUT WITH NO LOAN ACCOUNT".
           05 FILLER PIC X(42) VALUE
              "PAYOUTFUNSENT PAYOUT ON SETTLED LOAN".
       01 WS-RULE-TABLE REDEFINES WS-RULE-TEXTS.
           05 WS-RULE-ENTRY OCCURS 27 TIMES.
               10 WS-RULE-FILE    PIC X(07).
               10 WS-RULE-TEXT    PIC X(35).
       01 WS-RULE-COUNTS.
           05 WS-RULE-CNT     PIC 9(07) OCCURS 27 TIMES.

       01 HEADER1.
           05 FILLER PIC X(80) VALUE ALL "*".
       01 HEADER4.
           05 FILLER PIC X(20).
           05 FILLER PIC X(40) VALUE "STATE BANK OF INDIA".
           05 FILLER PIC X(20).
       01 HEADER5.
           05 FILLER PIC X(16).
           05 FILLER PIC X(48) VALUE
              "SATELLITE FILE INTEGRITY SWEEP AGAINST PLF3".
           05 FILLER PIC X(16).
       01 HEADER6.
           05 FILLER PIC X(16).
           05 HMODE  PIC X(48).
           05 FILLER PIC X(16).
       01 HEADER7.
           05 FILLER PIC X(02).
           05 FILLER PIC X(08) VALUE "FILE".
           05 FILLER PIC X(12) VALUE "ACCOUNT".
           05 FILLER PIC X(10) VALUE "ITEM".
           05 FILLER PIC X(37) VALUE "EXCEPTION".
           05 FILLER PIC X(11) VALUE "ACTION".
       01 TRAILER1.
           05 FILLER PIC X(02).
           05 TRULE-FILE  PIC X(07).
           05 FILLER PIC X(01).
           05 TRULE-TEXT  PIC X(35).
           05 FILLER PIC X(03).
           05 TRULE-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(25).
       01 TRAILER2.
           05 FILLER PIC X(02).
           05 FILLER PIC X(26) VALUE "TOTAL EXCEPTIONS        :".
           05 TEXCP-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(45).
       01 TRAILER3.
           05 FILLER PIC X(02).
           05 FILLER PIC X(26) VALUE "CLOSED UNDER FIX MODE   :".
           05 TFIX-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(45).
       01 TRAILER4.
           05 FILLER PIC X(02).
           05 TSKIP-FILE PIC X(07).
           05 FILLER PIC X(01).
           05 FILLER PIC X(35) VALUE
              "NOT CHECKED - FILE WOULD NOT OPEN".
           05 FILLER PIC X(35).
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *    WEEKLY. EVERY KEYED FILE THAT HANGS OFF THE ACCOUNT NUMBER
      *    IS WALKED END TO END AND EACH ROW IS TESTED AGAINST ITS
      *    PLF3 ACCOUNT: NO ACCOUNT AT ALL (ARCHIVAL, A RESTORE OR A
      *    BACKOUT LEFT IT BEHIND) OR A STATE THE ACCOUNT STATUS SAYS
      *    CANNOT BE. FIX MODE CLOSES THE PLAINLY DEAD ROWS UNDER THE
      *    BATCH ID AND JOURNALS EACH ONE; EVERYTHING ELSE IS FOR THE
      *    OWNING DESK TO WORK FROM THE REPORT.
           PERFORM 050-RUNCTL-PARA.
           IF WS-RC-STOP = 'Y'
               STOP RUN
           END-IF.
           PERFORM 060-PARM-PARA.
           PERFORM 100-OPEN-PARA.
           IF WS-STOP = 'N'
               PERFORM 200-HEADER-PARA
               PERFORM 310-PLF6-PARA
               PERFORM 315-PLF7-PARA
               PERFORM 320-PLF8-PARA
               PERFORM 325-DOC-PARA
               PERFORM 330-MNDT-PARA
               PERFORM 335-COLS-PARA
               PERFORM 340-ALO-PARA
               PERFORM 345-LGL-PARA
               PERFORM 350-LPI-PARA
               PERFORM 355-FRZ-PARA
               PERFORM 360-PRG-PARA
               PERFORM 365-QTE-PARA
               PERFORM 370-CHQ-PARA
               PERFORM 375-WO-PARA
               PERFORM 380-PAY-PARA
               PERFORM 390-TRAILER-PARA
           END-IF.
           PERFORM 400-CLOSE-PARA.
           PERFORM 950-RUNCTL-END-PARA.
           DISPLAY "INTEGCHK - EXCEPTIONS: " WS-EXCP-COUNT
                   " CLOSED: " WS-FIX-COUNT.
           STOP RUN.

       050-RUNCTL-PARA.
      *    THE RUN-CONTROL GATE - REFUSES A DUPLICATE SAME-DATE RUN.
           OPEN I-O RUNFILE.
           IF FS9 NOT = 00
               DISPLAY "RUNFILE OPEN FAILURE" FS9
               MOVE 'Y' TO WS-RC-STOP
           ELSE
               MOVE 'BUSDATE ' TO RUN-JOB
               READ RUNFILE
               IF FS9 NOT = 00
                   DISPLAY "NO BUSINESS DATE ON RUNCTL"
                   MOVE 'Y' TO WS-RC-STOP
               ELSE
                   MOVE RUN-BUSDATE-N TO WS-BUS-DATE-N
                   MOVE 'INTEGCHK' TO RUN-JOB
                   READ RUNFILE
                   IF FS9 = 00
                       AND RUN-LAST-DATE-N = WS-BUS-DATE-N
                       DISPLAY "INTEGCHK ALREADY RAN THIS DATE"
                       MOVE 'Y' TO WS-RC-STOP
                   ELSE IF FS9 = 00
                       MOVE WS-BUS-DATE-N TO RUN-LAST-DATE-N
                       MOVE 'S' TO RUN-STATUS
                       REWRITE RUNREC1
                   ELSE
                       DISPLAY "INTEGCHK NOT DEFINED ON RUNCTL"
                       MOVE 'Y' TO WS-RC-STOP
                   END-IF
                   END-IF
               END-IF
           END-IF.

       950-RUNCTL-END-PARA.
           MOVE 'INTEGCHK' TO RUN-JOB.
           READ RUNFILE.
           IF FS9 = 00
               MOVE 'E' TO RUN-STATUS
               REWRITE RUNREC1
           END-IF.
           CLOSE RUNFILE.

       060-PARM-PARA.
           ACCEPT WS-PARM-MODE FROM SYSIN.
           IF WS-PARM-MODE = 'FIX'
               MOVE 'Y' TO WS-FIX-MODE
           END-IF.

       100-OPEN-PARA.
      *    THE JOURNAL IS OPENED FIRST - WITHOUT IT THE RUN DROPS BACK
      *    TO REPORTING, AND THE FIXABLE FILES ARE THEN OPENED INPUT.
           IF WS-FIX-MODE = 'Y'
               OPEN OUTPUT JRNFILE
               IF FS19 = 00
                   DISPLAY "JRNFILE OPEN SUCCESS"
               ELSE
                   DISPLAY "JRNFILE OPEN FAILURE" FS19
                           " - REPORT ONLY"
                   MOVE 'N' TO WS-FIX-MODE
               END-IF
           END-IF.
           OPEN INPUT LOANFILE.
           IF FS1 = 00
               DISPLAY "LOANFILE OPEN SUCCESS"
           ELSE
               DISPLAY "LOANFILE OPEN FAILURE" FS1
               MOVE 'Y' TO WS-STOP
           END-IF.
           OPEN OUTPUT OUTFILE.
           IF FS18 = 00
               DISPLAY "OUTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "OUTFILE OPEN FAILURE" FS18
               MOVE 'Y' TO WS-STOP
           END-IF.
           OPEN INPUT INSTFILE.
           IF FS2 = 00
               DISPLAY "INSTFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-PLF6-OPEN
           ELSE
               DISPLAY "INSTFILE OPEN FAILURE" FS2
           END-IF.
           IF WS-FIX-MODE = 'Y'
               OPEN I-O DSBFILE
           ELSE
               OPEN INPUT DSBFILE
           END-IF.
           IF FS3 = 00
               DISPLAY "DSBFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-PLF7-OPEN
           ELSE
               DISPLAY "DSBFILE OPEN FAILURE" FS3
           END-IF.
           OPEN INPUT COLFILE.
           IF FS4 = 00
               DISPLAY "COLFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-PLF8-OPEN
           ELSE
               DISPLAY "COLFILE OPEN FAILURE" FS4
           END-IF.
           OPEN INPUT DOCFILE.
           IF FS5 = 00
               DISPLAY "DOCFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-DOC-OPEN
           ELSE
               DISPLAY "DOCFILE OPEN FAILURE" FS5
           END-IF.
           IF WS-FIX-MODE = 'Y'
               OPEN I-O MNDTFILE
           ELSE
               OPEN INPUT MNDTFILE
           END-IF.
           IF FS6 = 00
               DISPLAY "MNDTFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-MNDT-OPEN
           ELSE
               DISPLAY "MNDTFILE OPEN FAILURE" FS6
           END-IF.
           OPEN INPUT COLSFILE.
           IF FS7 = 00
               DISPLAY "COLSFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-COLS-OPEN
           ELSE
               DISPLAY "COLSFILE OPEN FAILURE" FS7
           END-IF.
           IF WS-FIX-MODE = 'Y'
               OPEN I-O ALOFILE
           ELSE
               OPEN INPUT ALOFILE
           END-IF.
           IF FS8 = 00
               DISPLAY "ALOFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-ALO-OPEN
           ELSE
               DISPLAY "ALOFILE OPEN FAILURE" FS8
           END-IF.
           OPEN INPUT LGLFILE.
           IF FS10 = 00
               DISPLAY "LGLFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-LGL-OPEN
           ELSE
               DISPLAY "LGLFILE OPEN FAILURE" FS10
           END-IF.
           OPEN INPUT LPIFILE.
           IF FS11 = 00
               DISPLAY "LPIFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-LPI-OPEN
           ELSE
               DISPLAY "LPIFILE OPEN FAILURE" FS11
           END-IF.
           OPEN INPUT FRZFILE.
           IF FS12 = 00
               DISPLAY "FRZFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-FRZ-OPEN
           ELSE
               DISPLAY "FRZFILE OPEN FAILURE" FS12
           END-IF.
           OPEN INPUT PRGFILE.
           IF FS13 = 00
               DISPLAY "PRGFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-PRG-OPEN
           ELSE
               DISPLAY "PRGFILE OPEN FAILURE" FS13
           END-IF.
           IF WS-FIX-MODE = 'Y'
               OPEN I-O QTEFILE
           ELSE
               OPEN INPUT QTEFILE
           END-IF.
           IF FS14 = 00
               DISPLAY "QTEFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-QTE-OPEN
           ELSE
               DISPLAY "QTEFILE OPEN FAILURE" FS14
           END-IF.
           OPEN INPUT CHQFILE.
           IF FS15 = 00
               DISPLAY "CHQFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-CHQ-OPEN
           ELSE
               DISPLAY "CHQFILE OPEN FAILURE" FS15
           END-IF.
           OPEN INPUT WOFILE.
           IF FS16 = 00
               DISPLAY "WOFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-WO-OPEN
           ELSE
               DISPLAY "WOFILE OPEN FAILURE" FS16
           END-IF.
           IF WS-FIX-MODE = 'Y'
               OPEN I-O PAYFILE
           ELSE
               OPEN INPUT PAYFILE
           END-IF.
           IF FS17 = 00
               DISPLAY "PAYFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-PAY-OPEN
           ELSE
               DISPLAY "PAYFILE OPEN FAILURE" FS17
           END-IF.

       200-HEADER-PARA.
           ACCEPT WS-D FROM DATE.
           ACCEPT WS-T FROM TIME.
           MOVE WS-D(1:6) TO WS-DATE-NUM.
           COMPUTE WS-TODAY = 20000000 + WS-DATE-NUM.
           MOVE ZEROS TO WS-RULE-COUNTS.
           IF WS-FIX-MODE = 'Y'
               MOVE "FIX MODE - DEAD ROWS CLOSED UNDER BATCH ID INTEG"
                   TO HMODE
           ELSE
               MOVE "REPORT ONLY - NOTHING CHANGED" TO HMODE
           END-IF.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM HEADER4.
           WRITE OUTREC FROM HEADER5.
           WRITE OUTREC FROM HEADER6.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM HEADER7.

       310-PLF6-PARA.
           IF WS-PLF6-OPEN = 'Y'
               MOVE 'N' TO WS-SAT-EOF
               PERFORM 311-PLF6-STEP-PARA UNTIL WS-SAT-EOF = 'Y'
           END-IF.

       311-PLF6-STEP-PARA.
           READ INSTFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-SAT-EOF
           NOT AT END
               MOVE PLF6-ACCOUNT-NO TO WS-CHK-ACCT
               MOVE PLF6-INST-NO TO WS-CHK-EXTRA
               MOVE 'REPORTED' TO WS-ACTION
               PERFORM 800-LOAN-PARA
               IF WS-LOAN-FOUND = 'N'
                   MOVE 1 TO WS-RULE-NO
                   PERFORM 850-REPORT-PARA
               ELSE IF WS-LOAN-GONE = 'Y' AND NOT PLF6-PAID
                   MOVE 2 TO WS-RULE-NO
                   PERFORM 850-REPORT-PARA
               END-IF
               END-IF
           END-READ.

       315-PLF7-PARA.
           IF WS-PLF7-OPEN = 'Y'
               MOVE 'N' TO WS-SAT-EOF
               PERFORM 316-PLF7-STEP-PARA UNTIL WS-SAT-EOF = 'Y'
           END-IF.

       316-PLF7-STEP-PARA.
           READ DSBFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-SAT-EOF
           NOT AT END
               MOVE PLF7-ACCOUNT-NO TO WS-CHK-ACCT
               MOVE PLF7-TRANCHE-NO TO WS-CHK-EXTRA
               MOVE 'REPORTED' TO WS-ACTION
               PERFORM 800-LOAN-PARA
               IF WS-LOAN-FOUND = 'N'
                   MOVE 3 TO WS-RULE-NO
                   IF PLF7-PENDING
                       PERFORM 515-PLF7-FIX-PARA
                   END-IF
                   PERFORM 850-REPORT-PARA
               ELSE IF WS-LOAN-GONE = 'Y' AND PLF7-PENDING
                   MOVE 4 TO WS-RULE-NO
                   PERFORM 515-PLF7-FIX-PARA
                   PERFORM 850-REPORT-PARA
               END-IF
               END-IF
           END-READ.

       320-PLF8-PARA.
           IF WS-PLF8-OPEN = 'Y'
               MOVE 'N' TO WS-SAT-EOF
               PERFORM 321-PLF8-STEP-PARA UNTIL WS-SAT-EOF = 'Y'
           END-IF.

       321-PLF8-STEP-PARA.
           READ COLFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-SAT-EOF
           NOT AT END
               MOVE COL-ACCOUNT-NO TO WS-CHK-ACCT
               MOVE SPACES TO WS-CHK-EXTRA
               MOVE 'REPORTED' TO WS-ACTION
               PERFORM 800-LOAN-PARA
               IF WS-LOAN-FOUND = 'N'
                   MOVE 5 TO WS-RULE-NO
                   PERFORM 850-REPORT-PARA
               ELSE IF WS-LOAN-GONE = 'Y' AND COL-HELD
                   MOVE 6 TO WS-RULE-NO
                   PERFORM 850-REPORT-PARA
               END-IF
               END-IF
           END-READ.

       325-DOC-PARA.
           IF WS-DOC-OPEN = 'Y'
               MOVE 'N' TO WS-SAT-EOF
               PERFORM 326-DOC-STEP-PARA UNTIL WS-SAT-EOF = 'Y'
           END-IF.

       326-DOC-STEP-PARA.
           READ DOCFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-SAT-EOF
           NOT AT END
               MOVE DOC-ACCOUNT-NO TO WS-CHK-ACCT
               MOVE DOC-CODE TO WS-CHK-EXTRA
               MOVE 'REPORTED' TO WS-ACTION
               PERFORM 800-LOAN-PARA
               IF WS-LOAN-FOUND = 'N'
                   MOVE 7 TO WS-RULE-NO
                   PERFORM 850-REPORT-PARA
               END-IF
           END-READ.

       330-MNDT-PARA.
           IF WS-MNDT-OPEN = 'Y'
               MOVE 'N' TO WS-SAT-EOF
               PERFORM 331-MNDT-STEP-PARA UNTIL WS-SAT-EOF = 'Y'
           END-IF.

       331-MNDT-STEP-PARA.
           READ MNDTFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-SAT-EOF
           NOT AT END
               MOVE MNDT-ACCOUNT-NO TO WS-CHK-ACCT
               MOVE SPACES TO WS-CHK-EXTRA
               MOVE 'REPORTED' TO WS-ACTION
               PERFORM 800-LOAN-PARA
               IF WS-LOAN-FOUND = 'N'
                   MOVE 8 TO WS-RULE-NO
                   IF MNDT-ACTIVE
                       PERFORM 530-MNDT-FIX-PARA
                   END-IF
                   PERFORM 850-REPORT-PARA
               ELSE IF WS-LOAN-GONE = 'Y' AND MNDT-ACTIVE
                   MOVE 9 TO WS-RULE-NO
                   PERFORM 530-MNDT-FIX-PARA
                   PERFORM 850-REPORT-PARA
               END-IF
               END-IF
           END-READ.

       335-COLS-PARA.
           IF WS-COLS-OPEN = 'Y'
               MOVE 'N' TO WS-SAT-EOF
               PERFORM 336-COLS-STEP-PARA UNTIL WS-SAT-EOF = 'Y'
           END-IF.

       336-COLS-STEP-PARA.
           READ COLSFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-SAT-EOF
           NOT AT END
               MOVE CS-ACCOUNT-NO TO WS-CHK-ACCT
               MOVE SPACES TO WS-CHK-EXTRA
               MOVE 'REPORTED' TO WS-ACTION
               PERFORM 800-LOAN-PARA
               IF WS-LOAN-FOUND = 'N'
                   MOVE 10 TO WS-RULE-NO
                   PERFORM 850-REPORT-PARA
               ELSE IF WS-LOAN-GONE = 'Y' AND CS-LEVEL > 0
                   MOVE 11 TO WS-RULE-NO
                   PERFORM 850-REPORT-PARA
               END-IF
               END-IF
           END-READ.

       340-ALO-PARA.
           IF WS-ALO-OPEN = 'Y'
               MOVE 'N' TO WS-SAT-EOF
               PERFORM 341-ALO-STEP-PARA UNTIL WS-SAT-EOF = 'Y'
           END-IF.

       341-ALO-STEP-PARA.
           READ ALOFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-SAT-EOF
           NOT AT END
               MOVE ALO-ACCOUNT-NO TO WS-CHK-ACCT
               MOVE ALO-AGT-CODE TO WS-CHK-EXTRA
               MOVE 'REPORTED' TO WS-ACTION
               PERFORM 800-LOAN-PARA
               IF WS-LOAN-FOUND = 'N'
                   MOVE 12 TO WS-RULE-NO
                   IF ALO-ACTIVE
                       PERFORM 540-ALO-FIX-PARA
                   END-IF
                   PERFORM 850-REPORT-PARA
               ELSE IF WS-LOAN-GONE = 'Y' AND ALO-ACTIVE
                   MOVE 13 TO WS-RULE-NO
                   PERFORM 540-ALO-FIX-PARA
                   PERFORM 850-REPORT-PARA
               END-IF
               END-IF
           END-READ.

       345-LGL-PARA.
           IF WS-LGL-OPEN = 'Y'
               MOVE 'N' TO WS-SAT-EOF
               PERFORM 346-LGL-STEP-PARA UNTIL WS-SAT-EOF = 'Y'
           END-IF.

       346-LGL-STEP-PARA.
           READ LGLFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-SAT-EOF
           NOT AT END
               MOVE LGL-ACCOUNT-NO TO WS-CHK-ACCT
               MOVE LGL-CASE-NO TO WS-CHK-EXTRA
               MOVE 'REPORTED' TO WS-ACTION
               PERFORM 800-LOAN-PARA
               IF WS-LOAN-FOUND = 'N'
                   MOVE 14 TO WS-RULE-NO
                   PERFORM 850-REPORT-PARA
               ELSE IF WS-LOAN-GONE = 'Y' AND LGL-OPEN
                   MOVE 15 TO WS-RULE-NO
                   PERFORM 850-REPORT-PARA
               END-IF
               END-IF
           END-READ.

       350-LPI-PARA.
           IF WS-LPI-OPEN = 'Y'
               MOVE 'N' TO WS-SAT-EOF
               PERFORM 351-LPI-STEP-PARA UNTIL WS-SAT-EOF = 'Y'
           END-IF.

       351-LPI-STEP-PARA.
           READ LPIFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-SAT-EOF
           NOT AT END
               MOVE LPI-ACCOUNT-NO TO WS-CHK-ACCT
               MOVE LPI-POLICY-NO TO WS-CHK-EXTRA
               MOVE 'REPORTED' TO WS-ACTION
               PERFORM 800-LOAN-PARA
               IF WS-LOAN-FOUND = 'N'
                   MOVE 16 TO WS-RULE-NO
                   PERFORM 850-REPORT-PARA
               ELSE IF WS-LOAN-GONE = 'Y' AND LPI-ACTIVE
                   MOVE 17 TO WS-RULE-NO
                   PERFORM 850-REPORT-PARA
               END-IF
               END-IF
           END-READ.

       355-FRZ-PARA.
           IF WS-FRZ-OPEN = 'Y'
               MOVE 'N' TO WS-SAT-EOF
               PERFORM 356-FRZ-STEP-PARA UNTIL WS-SAT-EOF = 'Y'
           END-IF.

       356-FRZ-STEP-PARA.
           READ FRZFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-SAT-EOF
           NOT AT END
               MOVE FRZ-ACCOUNT-NO TO WS-CHK-ACCT
               MOVE SPACES TO WS-CHK-EXTRA
               MOVE 'REPORTED' TO WS-ACTION
               PERFORM 800-LOAN-PARA
               IF WS-LOAN-FOUND = 'N'
                   MOVE 18 TO WS-RULE-NO
                   PERFORM 850-REPORT-PARA
               END-IF
           END-READ.

       360-PRG-PARA.
           IF WS-PRG-OPEN = 'Y'
               MOVE 'N' TO WS-SAT-EOF
               PERFORM 361-PRG-STEP-PARA UNTIL WS-SAT-EOF = 'Y'
           END-IF.

       361-PRG-STEP-PARA.
           READ PRGFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-SAT-EOF
           NOT AT END
               MOVE PRG-ACCOUNT-NO TO WS-CHK-ACCT
               MOVE PRG-YEAR TO WS-CHK-EXTRA
               MOVE 'REPORTED' TO WS-ACTION
               PERFORM 800-LOAN-PARA
               IF WS-LOAN-FOUND = 'N'
                   MOVE 19 TO WS-RULE-NO
                   PERFORM 850-REPORT-PARA
               END-IF
           END-READ.

       365-QTE-PARA.
           IF WS-QTE-OPEN = 'Y'
               MOVE 'N' TO WS-SAT-EOF
               PERFORM 366-QTE-STEP-PARA UNTIL WS-SAT-EOF = 'Y'
           END-IF.

       366-QTE-STEP-PARA.
           READ QTEFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-SAT-EOF
           NOT AT END
               MOVE QTE-ACCOUNT-NO TO WS-CHK-ACCT
               MOVE QTE-NO TO WS-CHK-EXTRA
               MOVE 'REPORTED' TO WS-ACTION
               PERFORM 800-LOAN-PARA
               IF WS-LOAN-FOUND = 'N'
                   MOVE 20 TO WS-RULE-NO
                   IF QTE-OPEN
                       PERFORM 565-QTE-FIX-PARA
                   END-IF
                   PERFORM 850-REPORT-PARA
               ELSE IF WS-LOAN-GONE = 'Y' AND QTE-OPEN
                   MOVE 21 TO WS-RULE-NO
                   PERFORM 565-QTE-FIX-PARA
                   PERFORM 850-REPORT-PARA
               END-IF
               END-IF
           END-READ.

       370-CHQ-PARA.
           IF WS-CHQ-OPEN = 'Y'
               MOVE 'N' TO WS-SAT-EOF
               PERFORM 371-CHQ-STEP-PARA UNTIL WS-SAT-EOF = 'Y'
           END-IF.

       371-CHQ-STEP-PARA.
           READ CHQFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-SAT-EOF
           NOT AT END
               MOVE CHQ-ACCOUNT-NO TO WS-CHK-ACCT
               MOVE CHQ-RCPT-NO TO WS-CHK-EXTRA
               MOVE 'REPORTED' TO WS-ACTION
               PERFORM 800-LOAN-PARA
               IF WS-LOAN-FOUND = 'N'
                   MOVE 22 TO WS-RULE-NO
                   PERFORM 850-REPORT-PARA
               ELSE IF WS-LOAN-GONE = 'Y' AND CHQ-PENDING
                   MOVE 23 TO WS-RULE-NO
                   PERFORM 850-REPORT-PARA
               END-IF
               END-IF
           END-READ.

       375-WO-PARA.
           IF WS-WO-OPEN = 'Y'
               MOVE 'N' TO WS-SAT-EOF
               PERFORM 376-WO-STEP-PARA UNTIL WS-SAT-EOF = 'Y'
           END-IF.

       376-WO-STEP-PARA.
      *    A WRITE-OFF ON AN ACCOUNT PLF3 STILL SHOWS LIVE (NOT
      *    WRITTEN OFF, SOLD, CLOSED OR FORECLOSED) IS THE
      *    CONTRADICTION.
           READ WOFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-SAT-EOF
           NOT AT END
               MOVE WO-ACCOUNT-NO TO WS-CHK-ACCT
               MOVE SPACES TO WS-CHK-EXTRA
               MOVE 'REPORTED' TO WS-ACTION
               PERFORM 800-LOAN-PARA
               IF WS-LOAN-FOUND = 'N'
                   MOVE 24 TO WS-RULE-NO
                   PERFORM 850-REPORT-PARA
               ELSE IF NOT PLF-ACCT-DEAD
                   MOVE 25 TO WS-RULE-NO
                   PERFORM 850-REPORT-PARA
               END-IF
               END-IF
           END-READ.

       380-PAY-PARA.
           IF WS-PAY-OPEN = 'Y'
               MOVE 'N' TO WS-SAT-EOF
               PERFORM 381-PAY-STEP-PARA UNTIL WS-SAT-EOF = 'Y'
           END-IF.

       381-PAY-STEP-PARA.
           READ PAYFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-SAT-EOF
           NOT AT END
               MOVE PAY-ACCOUNT-NO TO WS-CHK-ACCT
               MOVE PAY-TRANCHE-NO TO WS-CHK-EXTRA
               MOVE 'REPORTED' TO WS-ACTION
               PERFORM 800-LOAN-PARA
               IF WS-LOAN-FOUND = 'N'
                   MOVE 26 TO WS-RULE-NO
                   IF PAY-NEW
                       PERFORM 580-PAY-FIX-PARA
                   END-IF
                   PERFORM 850-REPORT-PARA
               ELSE IF WS-LOAN-GONE = 'Y' AND PAY-NEW
                   MOVE 27 TO WS-RULE-NO
                   PERFORM 580-PAY-FIX-PARA
                   PERFORM 850-REPORT-PARA
               END-IF
               END-IF
           END-READ.

       390-TRAILER-PARA.
           WRITE OUTREC FROM HEADER1.
           MOVE 0 TO WS-RX.
           PERFORM 391-RULE-LINE-PARA UNTIL WS-RX = 27.
           WRITE OUTREC FROM HEADER1.
           MOVE SPACES TO TSKIP-FILE.
           IF WS-PLF6-OPEN = 'N'
               MOVE 'PLF6' TO TSKIP-FILE
               WRITE OUTREC FROM TRAILER4
           END-IF.
           IF WS-PLF7-OPEN = 'N'
               MOVE 'PLF7' TO TSKIP-FILE
               WRITE OUTREC FROM TRAILER4
           END-IF.
           IF WS-PLF8-OPEN = 'N'
               MOVE 'PLF8' TO TSKIP-FILE
               WRITE OUTREC FROM TRAILER4
           END-IF.
           IF WS-DOC-OPEN = 'N'
               MOVE 'DOCF' TO TSKIP-FILE
               WRITE OUTREC FROM TRAILER4
           END-IF.
           IF WS-MNDT-OPEN = 'N'
               MOVE 'MNDTF' TO TSKIP-FILE
               WRITE OUTREC FROM TRAILER4
           END-IF.
           IF WS-COLS-OPEN = 'N'
               MOVE 'COLSTS' TO TSKIP-FILE
               WRITE OUTREC FROM TRAILER4
           END-IF.
           IF WS-ALO-OPEN = 'N'
               MOVE 'ALLOCF' TO TSKIP-FILE
               WRITE OUTREC FROM TRAILER4
           END-IF.
           IF WS-LGL-OPEN = 'N'
               MOVE 'LGLF' TO TSKIP-FILE
               WRITE OUTREC FROM TRAILER4
           END-IF.
           IF WS-LPI-OPEN = 'N'
               MOVE 'LPIF' TO TSKIP-FILE
               WRITE OUTREC FROM TRAILER4
           END-IF.
           IF WS-FRZ-OPEN = 'N'
               MOVE 'FRZF' TO TSKIP-FILE
               WRITE OUTREC FROM TRAILER4
           END-IF.
           IF WS-PRG-OPEN = 'N'
               MOVE 'PRGF' TO TSKIP-FILE
               WRITE OUTREC FROM TRAILER4
           END-IF.
           IF WS-QTE-OPEN = 'N'
               MOVE 'QUOTEF' TO TSKIP-FILE
               WRITE OUTREC FROM TRAILER4
           END-IF.
           IF WS-CHQ-OPEN = 'N'
               MOVE 'CHQPND' TO TSKIP-FILE
               WRITE OUTREC FROM TRAILER4
           END-IF.
           IF WS-WO-OPEN = 'N'
               MOVE 'WOREG' TO TSKIP-FILE
               WRITE OUTREC FROM TRAILER4
           END-IF.
           IF WS-PAY-OPEN = 'N'
               MOVE 'PAYOUTF' TO TSKIP-FILE
               WRITE OUTREC FROM TRAILER4
           END-IF.
           MOVE WS-EXCP-COUNT TO TEXCP-COUNT.
           WRITE OUTREC FROM TRAILER2.
           MOVE WS-FIX-COUNT TO TFIX-COUNT.
           WRITE OUTREC FROM TRAILER3.

       391-RULE-LINE-PARA.
           ADD 1 TO WS-RX.
           MOVE WS-RULE-FILE(WS-RX) TO TRULE-FILE.
           MOVE WS-RULE-TEXT(WS-RX) TO TRULE-TEXT.
           MOVE WS-RULE-CNT(WS-RX) TO TRULE-COUNT.
           WRITE OUTREC FROM TRAILER1.

       515-PLF7-FIX-PARA.
      *    A TRANCHE NOT YET PAID OUT ON A DEAD LOAN IS CANCELLED.
           IF WS-FIX-MODE = 'Y'
               MOVE DSBREC1 TO JRN-BEFORE
               MOVE 'X' TO PLF7-STATUS
               REWRITE DSBREC1
               IF FS3 = 00
                   MOVE 'PLF7' TO JRN-FILE-ID
                   MOVE DSBREC1 TO JRN-AFTER
                   PERFORM 870-JOURNAL-PARA
               ELSE
                   DISPLAY "DSBFILE REWRITE FAILURE" FS3 " ON "
                            PLF7-ACCOUNT-NO
                   MOVE 'FAILED' TO WS-ACTION
               END-IF
           ELSE
               MOVE 'FIXABLE' TO WS-ACTION
           END-IF.

       530-MNDT-FIX-PARA.
      *    THE DEBIT MANDATE IS STOPPED SO NACH PRESENTS NOTHING MORE.
           IF WS-FIX-MODE = 'Y'
               MOVE MNDTREC1 TO JRN-BEFORE
               MOVE 'N' TO MNDT-ACTIVE-SW
               REWRITE MNDTREC1
               IF FS6 = 00
                   MOVE 'MNDTF' TO JRN-FILE-ID
                   MOVE MNDTREC1 TO JRN-AFTER
                   PERFORM 870-JOURNAL-PARA
               ELSE
                   DISPLAY "MNDTFILE REWRITE FAILURE" FS6 " ON "
                            MNDT-ACCOUNT-NO
                   MOVE 'FAILED' TO WS-ACTION
               END-IF
           ELSE
               MOVE 'FIXABLE' TO WS-ACTION
           END-IF.

       540-ALO-FIX-PARA.
      *    THE AGENT IS TAKEN OFF THE LOAN, SAME AS ARC SETTLEMENT DOES.
           IF WS-FIX-MODE = 'Y'
               MOVE ALOREC1 TO JRN-BEFORE
               MOVE 'C' TO ALO-STATUS
               REWRITE ALOREC1
               IF FS8 = 00
                   MOVE 'ALLOC' TO JRN-FILE-ID
                   MOVE ALOREC1 TO JRN-AFTER
                   PERFORM 870-JOURNAL-PARA
               ELSE
                   DISPLAY "ALOFILE REWRITE FAILURE" FS8 " ON "
                            ALO-ACCOUNT-NO
                   MOVE 'FAILED' TO WS-ACTION
               END-IF
           ELSE
               MOVE 'FIXABLE' TO WS-ACTION
           END-IF.

       565-QTE-FIX-PARA.
      *    AN OPEN SETTLEMENT QUOTE ON A DEAD LOAN IS EXPIRED.
           IF WS-FIX-MODE = 'Y'
               MOVE QTEREC1 TO JRN-BEFORE
               MOVE 'X' TO QTE-STATUS
               REWRITE QTEREC1
               IF FS14 = 00
                   MOVE 'QUOTE' TO JRN-FILE-ID
                   MOVE QTEREC1 TO JRN-AFTER
                   PERFORM 870-JOURNAL-PARA
               ELSE
                   DISPLAY "QTEFILE REWRITE FAILURE" FS14 " ON "
                            QTE-NO
                   MOVE 'FAILED' TO WS-ACTION
               END-IF
           ELSE
               MOVE 'FIXABLE' TO WS-ACTION
           END-IF.

       580-PAY-FIX-PARA.
      *    ONLY A PAYOUT NOT YET CUT TO THE BANK IS CANCELLED - ONE
      *    ALREADY SENT IS MONEY IN FLIGHT AND IS LEFT TO PAYACK.
           IF WS-FIX-MODE = 'Y'
               MOVE PAYREC1 TO JRN-BEFORE
               MOVE 'X' TO PAY-STATUS
               REWRITE PAYREC1
               IF FS17 = 00
                   MOVE 'PAYOT' TO JRN-FILE-ID
                   MOVE PAYREC1 TO JRN-AFTER
                   PERFORM 870-JOURNAL-PARA
               ELSE
                   DISPLAY "PAYFILE REWRITE FAILURE" FS17 " ON "
                            PAY-ACCOUNT-NO
                   MOVE 'FAILED' TO WS-ACTION
               END-IF
           ELSE
               MOVE 'FIXABLE' TO WS-ACTION
           END-IF.

       800-LOAN-PARA.
           IF WS-CHK-ACCT NOT = WS-LAST-ACCT
               MOVE WS-CHK-ACCT TO WS-LAST-ACCT
               MOVE WS-CHK-ACCT TO PLF-ACCOUNT-NO
               MOVE 'N' TO WS-LOAN-GONE
               READ LOANFILE
               IF FS1 = 00
                   MOVE 'Y' TO WS-LOAN-FOUND
                   IF PLF-ACCT-CLOSED OR PLF-ACCT-FORECLOSED
                       OR PLF-ACCT-SOLD
                       MOVE 'Y' TO WS-LOAN-GONE
                   END-IF
               ELSE
                   MOVE 'N' TO WS-LOAN-FOUND
                   MOVE 00 TO FS1
               END-IF
           END-IF.

       850-REPORT-PARA.
           MOVE SPACES TO OUTREC.
           MOVE WS-RULE-FILE(WS-RULE-NO) TO OFILE.
           MOVE WS-CHK-ACCT TO OACCOUNT-NO.
           MOVE WS-CHK-EXTRA TO OKEY-EXTRA.
           MOVE WS-RULE-TEXT(WS-RULE-NO) TO ORULE.
           MOVE WS-ACTION TO OACTION.
           WRITE OUTREC.
           ADD 1 TO WS-RULE-CNT(WS-RULE-NO).
           ADD 1 TO WS-EXCP-COUNT.

       870-JOURNAL-PARA.
           MOVE WS-D(3:2)      TO JRN-TIMESTAMP(1:2).
           MOVE "/"            TO JRN-TIMESTAMP(3:1).
           MOVE WS-D(5:2)      TO JRN-TIMESTAMP(4:2).
           MOVE "/"            TO JRN-TIMESTAMP(6:1).
           MOVE "20"           TO JRN-TIMESTAMP(7:2).
           MOVE WS-D(1:2)      TO JRN-TIMESTAMP(9:2).
           MOVE WS-TODAY       TO JRN-DATE-N.
           MOVE WS-T(1:6)      TO JRN-TIME.
           MOVE 'R'            TO JRN-ACTION.
           MOVE WS-CHK-ACCT    TO JRN-KEY.
           MOVE WS-BATCH-OPID  TO JRN-OPERATOR.
           WRITE JRNOUT FROM WS-JRN-REC.
           IF FS19 NOT = 00
               DISPLAY "JRNFILE WRITE FAILURE" FS19 " ON "
                        WS-CHK-ACCT
           END-IF.
           MOVE 'CLOSED' TO WS-ACTION.
           ADD 1 TO WS-FIX-COUNT.

       400-CLOSE-PARA.
           CLOSE LOANFILE.
           CLOSE OUTFILE.
           IF WS-PLF6-OPEN = 'Y'
               CLOSE INSTFILE
           END-IF.
           IF WS-PLF7-OPEN = 'Y'
               CLOSE DSBFILE
           END-IF.
           IF WS-PLF8-OPEN = 'Y'
               CLOSE COLFILE
           END-IF.
           IF WS-DOC-OPEN = 'Y'
               CLOSE DOCFILE
           END-IF.
           IF WS-MNDT-OPEN = 'Y'
               CLOSE MNDTFILE
           END-IF.
           IF WS-COLS-OPEN = 'Y'
               CLOSE COLSFILE
           END-IF.
           IF WS-ALO-OPEN = 'Y'
               CLOSE ALOFILE
           END-IF.
           IF WS-LGL-OPEN = 'Y'
               CLOSE LGLFILE
           END-IF.
           IF WS-LPI-OPEN = 'Y'
               CLOSE LPIFILE
           END-IF.
           IF WS-FRZ-OPEN = 'Y'
               CLOSE FRZFILE
           END-IF.
           IF WS-PRG-OPEN = 'Y'
               CLOSE PRGFILE
           END-IF.
           IF WS-QTE-OPEN = 'Y'
               CLOSE QTEFILE
           END-IF.
           IF WS-CHQ-OPEN = 'Y'
               CLOSE CHQFILE
           END-IF.
           IF WS-WO-OPEN = 'Y'
               CLOSE WOFILE
           END-IF.
           IF WS-PAY-OPEN = 'Y'
               CLOSE PAYFILE
           END-IF.
           IF WS-FIX-MODE = 'Y'
               CLOSE JRNFILE
           END-IF.
