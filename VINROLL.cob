       IDENTIFICATION DIVISION.
       PROGRAM-ID. VINROLL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNPFILE ASSIGN TO DD1
           ORGANIZATION IS INDEXED
           RECORD KEY IS SNP-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS1.
           SELECT LOANFILE ASSIGN TO DD2
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLF-ACCOUNT-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS2.
           SELECT CUSTFILE ASSIGN TO DD3
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLF-CUST-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS3.
           SELECT OUTFILE ASSIGN TO DD4
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

       FD SNPFILE.
       01 SNPREC1.
              COPY SNPREC.
       FD LOANFILE.
       01 LOANREC.
              COPY PLF3REC.
       FD CUSTFILE.
       01 CUSTREC.
              COPY PLF01REC.
       FD OUTFILE.
       01 OUTREC                       PIC X(80).
       FD RUNFILE.
       01 RUNREC1.
              COPY RUNREC.
       WORKING-STORAGE SECTION.
       01 FS1            PIC 9(02) VALUE 0.
       01 FS2            PIC 9(02) VALUE 0.
       01 FS3            PIC 9(02) VALUE 0.
       01 FS4            PIC 9(02) VALUE 0.
       01 FS9            PIC 9(02) VALUE 0.
       01 WS-EOF         PIC X(01) VALUE 'N'.
       01 WS-BUS-DATE-N  PIC 9(08) VALUE 0.
      *  SYSIN CARD, OPTIONAL - THE REPORT MONTH YYYYMM (DEFAULT THE
      *  BUSINESS-DATE MONTH, THE RUN FOLLOWING THE MONTH-END
      *  SNAPEOD).
       01 WS-PARM-CARD.
           05 WS-PARM-MONTH  PIC X(06) VALUE SPACES.
           05 FILLER         PIC X(74) VALUE SPACES.
       01 WS-RPT-MONTH.
           05 WS-RPT-YYYY    PIC 9(04) VALUE 0.
           05 WS-RPT-MM      PIC 9(02) VALUE 0.
       01 WS-PREV-MONTH.
           05 WS-PRV-YYYY    PIC 9(04) VALUE 0.
           05 WS-PRV-MM      PIC 9(02) VALUE 0.
       01 WS-SNP-MONTH.
           05 WS-SNP-YYYY    PIC 9(04) VALUE 0.
           05 WS-SNP-MM      PIC 9(02) VALUE 0.
       01 WS-SAN-DATE.
           05 WS-SAN-MM      PIC X(02).
           05 FILLER         PIC X(01).
           05 WS-SAN-DD      PIC X(02).
           05 FILLER         PIC X(01).
           05 WS-SAN-YYYY    PIC X(04).
       01 WS-SAN-YYYY-N  PIC 9(04) VALUE 0.
       01 WS-SAN-MM-N    PIC 9(02) VALUE 0.
      *  THE ACCOUNT IN HAND - ITS SANCTION QUARTER SLOT, BRANCH AND
      *  PROGRAM-LEVEL SLOTS, AND WHERE IT STOOD AT THE PREVIOUS AND
      *  THE REPORT MONTH-END.
       01 WS-CUR-ACCT    PIC X(10) VALUE SPACES.
       01 WS-COHORT      PIC 9(02) VALUE 0.
       01 WS-QTR-RPT     PIC 9(05) VALUE 0.
       01 WS-QTR-SAN     PIC 9(05) VALUE 0.
       01 WS-QTR-WORK    PIC S9(05) VALUE 0.
       01 WS-MOB         PIC S9(04) VALUE 0.
       01 WS-BR-SLOT     PIC 9(02) VALUE 0.
       01 WS-LV-SLOT     PIC 9(02) VALUE 0.
       01 WS-LEVEL       PIC 9(02) VALUE 0.
       01 WS-PREV-FOUND  PIC X(01) VALUE 'N'.
       01 WS-CUR-FOUND   PIC X(01) VALUE 'N'.
       01 WS-PREV-STATE  PIC 9(01) VALUE 0.
       01 WS-CUR-STATE   PIC 9(01) VALUE 0.
       01 WS-PREV-AMT    PIC 9(08) VALUE 0.
       01 WS-STATE       PIC 9(01) VALUE 0.
       01 WS-SNAP-COUNT  PIC 9(07) VALUE 0.
       01 WS-ACCT-COUNT  PIC 9(07) VALUE 0.
       01 WS-NOACCT-COUNT PIC 9(07) VALUE 0.
      *  MONTHS-ON-BOOK AT WHICH A COHORT IS READ.
       01 WS-MOB-VALUES.
           05 FILLER         PIC 9(02) VALUE 03.
           05 FILLER         PIC 9(02) VALUE 06.
           05 FILLER         PIC 9(02) VALUE 09.
           05 FILLER         PIC 9(02) VALUE 12.
           05 FILLER         PIC 9(02) VALUE 18.
           05 FILLER         PIC 9(02) VALUE 24.
           05 FILLER         PIC 9(02) VALUE 36.
       01 WS-MOB-TABLE REDEFINES WS-MOB-VALUES.
           05 WS-MOB-POINT   PIC 9(02) OCCURS 7 TIMES.
       01 WS-MX          PIC 9(01) VALUE 0.
       01 WS-MOB-HIT     PIC 9(01) VALUE 0.
      *  THE VINTAGE - FORTY SANCTION QUARTERS ENDING WITH THE REPORT
      *  QUARTER, SLOT 40 THE LATEST. THE SHARE DELINQUENT IS BY
      *  OUTSTANDING, THE WAY THE PROVISIONING MODEL READS IT.
       01 WS-VN-TABLE.
           05 WS-VN-COHORT OCCURS 40 TIMES.
               10 WS-VN-ACCTS      PIC 9(07).
               10 WS-VN-CELL OCCURS 7 TIMES.
                   15 WS-VN-BAL        PIC 9(13).
                   15 WS-VN-BAL30      PIC 9(13).
                   15 WS-VN-BAL90      PIC 9(13).
       01 WS-CX          PIC 9(02) VALUE 0.
      *  THE ROLL-RATE MATRICES - SLOT 1 ALL ACCOUNTS, 2-41 BRANCHES
      *  IN THE ORDER MET, 42-51 PROGRAM LEVELS 1-10. FROM-STATES
      *  1 CURRENT, 2 1-30, 3 31-60, 4 90+ (NPA), 5 MORATORIUM,
      *  6 RESTRUCTURED; TO-STATE 7 IS OUT OF THE BOOK (CLOSED,
      *  WRITTEN OFF OR SOLD - NO SNAPSHOT THIS MONTH-END).
       01 WS-BR-COUNT    PIC 9(02) VALUE 0.
       01 WS-RM-TABLE.
           05 WS-RM-CUT OCCURS 51 TIMES.
               10 WS-RM-CODE       PIC X(04).
               10 WS-RM-USED       PIC X(01).
               10 WS-RM-FROM OCCURS 6 TIMES.
                   15 WS-RM-CELL OCCURS 7 TIMES.
                       20 WS-RM-CNT    PIC 9(07).
                       20 WS-RM-AMT    PIC 9(13).
       01 WS-RX          PIC 9(02) VALUE 0.
       01 WS-FX          PIC 9(01) VALUE 0.
       01 WS-TX          PIC 9(01) VALUE 0.
       01 WS-BX          PIC 9(02) VALUE 0.
       01 WS-PCT         PIC 9(03)V99 VALUE 0.
       01 WS-STATE-LABELS PIC X(42) VALUE
              "CURRENT1-30   31-60  90+ NPAMORAT RESTRCT".
       01 WS-STATE-TABLE REDEFINES WS-STATE-LABELS.
           05 WS-STATE-LABEL PIC X(07) OCCURS 6 TIMES.

       01 HEADER1.
           05 FILLER PIC X(80) VALUE ALL "*".
       01 HEADER4.
           05 FILLER PIC X(20).
           05 FILLER PIC X(40) VALUE "STATE BANK OF INDIA".
           05 FILLER PIC X(20).
       01 HEADER5.
           05 FILLER PIC X(14).
           05 FILLER PIC X(52) VALUE
              "VINTAGE AND ROLL-RATE ANALYSIS - MONTH-END POSITIONS".
           05 FILLER PIC X(14).
       01 HEADER6.
           05 FILLER PIC X(02).
           05 FILLER PIC X(15) VALUE "REPORT MONTH : ".
           05 HMONTH PIC X(06).
           05 FILLER PIC X(57).
       01 VN-TITLE.
           05 FILLER PIC X(02).
           05 VTITLE PIC X(60).
           05 FILLER PIC X(18).
       01 VN-HEAD.
           05 FILLER PIC X(02).
           05 FILLER PIC X(08) VALUE "SANCTION".
           05 FILLER PIC X(08) VALUE "  ACCTS".
           05 VH-MOB OCCURS 7 TIMES.
               10 FILLER   PIC X(04) VALUE " MOB".
               10 VH-MOB-N PIC Z9.
               10 FILLER   PIC X(02) VALUE SPACES.
           05 FILLER PIC X(06).
       01 VN-LINE.
           05 FILLER PIC X(02).
           05 VQUARTER PIC X(06).
           05 FILLER PIC X(02).
           05 VACCTS   PIC ZZZ,ZZ9.
           05 FILLER PIC X(01).
           05 VCELL OCCURS 7 TIMES.
               10 FILLER   PIC X(02).
               10 VCELL-X  PIC X(06).
               10 VCELL-N REDEFINES VCELL-X PIC ZZ9.99.
           05 FILLER PIC X(06).
       01 RM-TITLE.
           05 FILLER PIC X(02).
           05 RTITLE PIC X(40).
           05 RCODE  PIC X(04).
           05 FILLER PIC X(34).
       01 RM-HEAD.
           05 FILLER PIC X(02).
           05 FILLER PIC X(10) VALUE "FROM / TO".
           05 RH-STATE OCCURS 7 TIMES.
               10 FILLER     PIC X(02) VALUE SPACES.
               10 RH-LABEL   PIC X(07).
           05 FILLER PIC X(05).
       01 RM-LINE.
           05 FILLER PIC X(02).
           05 RFROM  PIC X(07).
           05 RKIND  PIC X(03).
           05 RCELL OCCURS 7 TIMES.
               10 FILLER     PIC X(01).
               10 RCELL-N    PIC Z(07)9.
           05 FILLER PIC X(05).
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *    MONTHLY, AFTER THE MONTH-END SNAPEOD. SNAPF IS KEYED BY
      *    ACCOUNT AND DATE, SO ONE PASS SEES EACH ACCOUNT'S MONTH-END
      *    HISTORY IN ORDER. EVERY MONTH-END POSITION UP TO THE REPORT
      *    MONTH FEEDS THE VINTAGE (SANCTION QUARTER BY MONTHS ON
      *    BOOK, SHARE OF OUTSTANDING 30+ AND 90+); THE PREVIOUS AND
      *    THE REPORT MONTH-END FEED THE ROLL-RATE MATRIX, FOR THE
      *    BOOK, EACH BRANCH AND EACH PROGRAM LEVEL. THE BUCKETS ARE
      *    SNAPEOD'S, AGED THE SAME WAY AS THE NPA RUN - 30+ IS THE
      *    60 AND 90 BUCKETS, 90+ THE 90 BUCKET NPA CLASSIFIES. THE
      *    OUTPUT IS CAPTURED TO RPTREP WITH RPTLOAD (REPORT ID
      *    VINROLL) FOR CREDIT RISK TO PULL FROM RPTVIEW.
           PERFORM 100-OPEN-PARA.
           PERFORM 150-PARM-PARA.
           IF WS-EOF = 'N'
               PERFORM 300-READ-PARA UNTIL WS-EOF = 'Y'
               IF WS-CUR-ACCT NOT = SPACES
                   PERFORM 390-ACCT-END-PARA
               END-IF
               PERFORM 500-HEADER-PARA
               PERFORM 510-VINTAGE-PARA
               PERFORM 550-ROLL-PARA
           END-IF.
           PERFORM 400-CLOSE-PARA.
           DISPLAY "VINROLL - MONTH-END POSITIONS: " WS-SNAP-COUNT
                   " ACCOUNTS: " WS-ACCT-COUNT
                   " NOT ON PLF3: " WS-NOACCT-COUNT.
           STOP RUN.

       100-OPEN-PARA.
           OPEN INPUT SNPFILE.
           IF FS1 = 00
               DISPLAY "SNPFILE OPEN SUCCESS"
           ELSE
               DISPLAY "SNPFILE OPEN FAILURE" FS1
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN INPUT LOANFILE.
           IF FS2 = 00
               DISPLAY "LOANFILE OPEN SUCCESS"
           ELSE
               DISPLAY "LOANFILE OPEN FAILURE" FS2
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN INPUT CUSTFILE.
           IF FS3 = 00
               DISPLAY "CUSTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "CUSTFILE OPEN FAILURE" FS3
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN OUTPUT OUTFILE.
           IF FS4 = 00
               DISPLAY "OUTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "OUTFILE OPEN FAILURE" FS4
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
           MOVE ZEROS TO WS-VN-TABLE.
           MOVE ZEROS TO WS-RM-TABLE.
           MOVE 'ALL ' TO WS-RM-CODE(1).

       150-PARM-PARA.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           MOVE WS-BUS-DATE-N(1:6) TO WS-RPT-MONTH.
           IF WS-PARM-MONTH NUMERIC
               MOVE WS-PARM-MONTH TO WS-RPT-MONTH
           END-IF.
           MOVE WS-RPT-MONTH TO WS-PREV-MONTH.
           IF WS-PRV-MM = 1
               MOVE 12 TO WS-PRV-MM
               SUBTRACT 1 FROM WS-PRV-YYYY
           ELSE
               SUBTRACT 1 FROM WS-PRV-MM
           END-IF.
           COMPUTE WS-QTR-RPT = WS-RPT-YYYY * 4
                 + (WS-RPT-MM - 1) / 3.

       300-READ-PARA.
           READ SNPFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               IF SNP-ACCOUNT-NO NOT = WS-CUR-ACCT
                   IF WS-CUR-ACCT NOT = SPACES
                       PERFORM 390-ACCT-END-PARA
                   END-IF
                   PERFORM 310-ACCT-START-PARA
               END-IF
               IF SNP-MONTH-END
                   AND SNP-DATE-N(1:6) NOT > WS-RPT-MONTH
                   ADD 1 TO WS-SNAP-COUNT
                   PERFORM 320-MONTH-PARA
               END-IF
           END-READ.

       310-ACCT-START-PARA.
           MOVE SNP-ACCOUNT-NO TO WS-CUR-ACCT.
           MOVE 'N' TO WS-PREV-FOUND.
           MOVE 'N' TO WS-CUR-FOUND.
           MOVE 0 TO WS-COHORT.
           MOVE 0 TO WS-BR-SLOT.
           MOVE 0 TO WS-LV-SLOT.
           ADD 1 TO WS-ACCT-COUNT.
           MOVE SNP-ACCOUNT-NO TO PLF-ACCOUNT-NO.
           READ LOANFILE.
           IF FS2 NOT = 00
      *        ARCHIVED SINCE - THE HISTORY STILL ROLLS IN THE BOOK
      *        TOTAL, BUT THERE IS NO SANCTION DATE OR BRANCH TO CUT BY.
               ADD 1 TO WS-NOACCT-COUNT
               MOVE 00 TO FS2
           ELSE
               PERFORM 330-COHORT-PARA
               PERFORM 340-BRANCH-SLOT-PARA
               MOVE PLF-CUST1-NO TO PLF-CUST-NO
               READ CUSTFILE
               IF FS3 = 00 AND PLF-PROG-LEVEL NUMERIC
                   MOVE PLF-PROG-LEVEL TO WS-LEVEL
               ELSE
                   MOVE 1 TO WS-LEVEL
                   MOVE 00 TO FS3
               END-IF
               IF WS-LEVEL < 1
                   MOVE 1 TO WS-LEVEL
               END-IF
               IF WS-LEVEL > 10
                   MOVE 10 TO WS-LEVEL
               END-IF
               COMPUTE WS-LV-SLOT = 41 + WS-LEVEL
           END-IF.

       320-MONTH-PARA.
           PERFORM 360-STATE-PARA.
           IF SNP-DATE-N(1:6) = WS-PREV-MONTH
               MOVE 'Y' TO WS-PREV-FOUND
               MOVE WS-STATE TO WS-PREV-STATE
               MOVE SNP-OUTSTANDING TO WS-PREV-AMT
           END-IF.
           IF SNP-DATE-N(1:6) = WS-RPT-MONTH
               MOVE 'Y' TO WS-CUR-FOUND
               MOVE WS-STATE TO WS-CUR-STATE
           END-IF.
           IF WS-COHORT > 0
               MOVE SNP-DATE-N(1:6) TO WS-SNP-MONTH
               COMPUTE WS-MOB = (WS-SNP-YYYY * 12 + WS-SNP-MM)
                     - (WS-SAN-YYYY-N * 12 + WS-SAN-MM-N)
               MOVE 0 TO WS-MOB-HIT
               PERFORM 325-MOB-FIND-PARA
                  VARYING WS-MX FROM 1 BY 1
                  UNTIL WS-MX > 7 OR WS-MOB-HIT > 0
               IF WS-MOB-HIT > 0
                   ADD SNP-OUTSTANDING
                       TO WS-VN-BAL(WS-COHORT, WS-MOB-HIT)
                   IF WS-STATE = 3 OR WS-STATE = 4
                       ADD SNP-OUTSTANDING
                           TO WS-VN-BAL30(WS-COHORT, WS-MOB-HIT)
                   END-IF
                   IF WS-STATE = 4
                       ADD SNP-OUTSTANDING
                           TO WS-VN-BAL90(WS-COHORT, WS-MOB-HIT)
                   END-IF
               END-IF
           END-IF.

       325-MOB-FIND-PARA.
           IF WS-MOB-POINT(WS-MX) = WS-MOB
               MOVE WS-MX TO WS-MOB-HIT
           END-IF.

       330-COHORT-PARA.
      *    THE SANCTION DATE IS PLF-START-DATE (MM/DD/YYYY). A COHORT
      *    OLDER THAN FORTY QUARTERS HAS LONG PASSED THE LAST READING.
           MOVE PLF-START-DATE TO WS-SAN-DATE.
           IF WS-SAN-MM NUMERIC AND WS-SAN-YYYY NUMERIC
               MOVE WS-SAN-MM TO WS-SAN-MM-N
               MOVE WS-SAN-YYYY TO WS-SAN-YYYY-N
               IF WS-SAN-MM-N > 0 AND WS-SAN-MM-N < 13
                   COMPUTE WS-QTR-SAN = WS-SAN-YYYY-N * 4
                         + (WS-SAN-MM-N - 1) / 3
                   COMPUTE WS-QTR-WORK = WS-QTR-SAN - WS-QTR-RPT + 40
                   IF WS-QTR-WORK > 0 AND WS-QTR-WORK < 41
                       MOVE WS-QTR-WORK TO WS-COHORT
                       ADD 1 TO WS-VN-ACCTS(WS-COHORT)
                   END-IF
               END-IF
           END-IF.

       340-BRANCH-SLOT-PARA.
           MOVE 0 TO WS-BR-SLOT.
           PERFORM 345-BRANCH-FIND-PARA
              VARYING WS-BX FROM 2 BY 1
              UNTIL WS-BX > WS-BR-COUNT + 1 OR WS-BR-SLOT > 0.
           IF WS-BR-SLOT = 0 AND WS-BR-COUNT < 40
               ADD 1 TO WS-BR-COUNT
               COMPUTE WS-BR-SLOT = WS-BR-COUNT + 1
               MOVE PLF-BRANCH-CODE1 TO WS-RM-CODE(WS-BR-SLOT)
           END-IF.

       345-BRANCH-FIND-PARA.
           IF WS-RM-CODE(WS-BX) = PLF-BRANCH-CODE1
               MOVE WS-BX TO WS-BR-SLOT
           END-IF.

       360-STATE-PARA.
           IF SNP-BUCKET = '30'
               MOVE 2 TO WS-STATE
           ELSE IF SNP-BUCKET = '60'
               MOVE 3 TO WS-STATE
           ELSE IF SNP-BUCKET = '90'
               MOVE 4 TO WS-STATE
           ELSE IF SNP-BUCKET = 'M '
               MOVE 5 TO WS-STATE
           ELSE IF SNP-BUCKET = 'R '
               MOVE 6 TO WS-STATE
           ELSE
               MOVE 1 TO WS-STATE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       390-ACCT-END-PARA.
           IF WS-PREV-FOUND = 'Y'
               IF WS-CUR-FOUND = 'Y'
                   MOVE WS-CUR-STATE TO WS-TX
               ELSE
                   MOVE 7 TO WS-TX
               END-IF
               MOVE 1 TO WS-RX
               PERFORM 395-ROLL-ADD-PARA
               IF WS-BR-SLOT > 0
                   MOVE WS-BR-SLOT TO WS-RX
                   PERFORM 395-ROLL-ADD-PARA
               END-IF
               IF WS-LV-SLOT > 0
                   MOVE WS-LV-SLOT TO WS-RX
                   PERFORM 395-ROLL-ADD-PARA
               END-IF
           END-IF.

       395-ROLL-ADD-PARA.
           MOVE 'Y' TO WS-RM-USED(WS-RX).
           ADD 1 TO WS-RM-CNT(WS-RX, WS-PREV-STATE, WS-TX).
           ADD WS-PREV-AMT TO WS-RM-AMT(WS-RX, WS-PREV-STATE, WS-TX).

       500-HEADER-PARA.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM HEADER4.
           WRITE OUTREC FROM HEADER5.
           MOVE WS-RPT-MONTH TO HMONTH.
           WRITE OUTREC FROM HEADER6.
           WRITE OUTREC FROM HEADER1.

       510-VINTAGE-PARA.
           PERFORM 515-MOB-HEAD-PARA
              VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 7.
           MOVE "VINTAGE - PCT OF OUTSTANDING 30+ DAYS PAST DUE"
               TO VTITLE.
           WRITE OUTREC FROM VN-TITLE.
           WRITE OUTREC FROM VN-HEAD.
           MOVE 3 TO WS-STATE.
           PERFORM 520-VN-LINE-PARA
              VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 40.
           WRITE OUTREC FROM HEADER1.
           MOVE "VINTAGE - PCT OF OUTSTANDING 90+ DAYS PAST DUE (NPA)"
               TO VTITLE.
           WRITE OUTREC FROM VN-TITLE.
           WRITE OUTREC FROM VN-HEAD.
           MOVE 4 TO WS-STATE.
           PERFORM 520-VN-LINE-PARA
              VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 40.
           WRITE OUTREC FROM HEADER1.

       515-MOB-HEAD-PARA.
           MOVE WS-MOB-POINT(WS-MX) TO VH-MOB-N(WS-MX).

       520-VN-LINE-PARA.
      *    WS-STATE SAYS WHICH TABLE IS BEING PRINTED - 3 FOR 30+,
      *    4 FOR 90+. A COHORT NOT YET THAT OLD SHOWS BLANK.
           IF WS-VN-ACCTS(WS-CX) > 0
               COMPUTE WS-QTR-SAN = WS-QTR-RPT - 40 + WS-CX
               DIVIDE WS-QTR-SAN BY 4 GIVING WS-SAN-YYYY-N
                     REMAINDER WS-SAN-MM-N
               MOVE SPACES TO VQUARTER
               MOVE WS-SAN-YYYY-N TO VQUARTER(1:4)
               MOVE 'Q' TO VQUARTER(5:1)
               ADD 1 TO WS-SAN-MM-N
               MOVE WS-SAN-MM-N(2:1) TO VQUARTER(6:1)
               MOVE WS-VN-ACCTS(WS-CX) TO VACCTS
               PERFORM 525-VN-CELL-PARA
                  VARYING WS-MX FROM 1 BY 1 UNTIL WS-MX > 7
               WRITE OUTREC FROM VN-LINE
           END-IF.

       525-VN-CELL-PARA.
           IF WS-VN-BAL(WS-CX, WS-MX) = 0
               MOVE SPACES TO VCELL-X(WS-MX)
           ELSE
               IF WS-STATE = 3
                   COMPUTE WS-PCT ROUNDED =
                         WS-VN-BAL30(WS-CX, WS-MX) * 100
                         / WS-VN-BAL(WS-CX, WS-MX)
               ELSE
                   COMPUTE WS-PCT ROUNDED =
                         WS-VN-BAL90(WS-CX, WS-MX) * 100
                         / WS-VN-BAL(WS-CX, WS-MX)
               END-IF
               MOVE WS-PCT TO VCELL-N(WS-MX)
           END-IF.

       550-ROLL-PARA.
           PERFORM 555-STATE-HEAD-PARA
              VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 6.
           MOVE 'OUT' TO RH-LABEL(7).
           PERFORM 560-MATRIX-PARA
              VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 51.

       555-STATE-HEAD-PARA.
           MOVE WS-STATE-LABEL(WS-FX) TO RH-LABEL(WS-FX).

       560-MATRIX-PARA.
      *    COUNTS, THEN AMOUNTS IN RUPEES THOUSAND - THE OUTSTANDING
      *    AT THE PREVIOUS MONTH-END OF EACH ACCOUNT THAT MOVED.
           IF WS-RM-USED(WS-RX) = 'Y'
               IF WS-RX = 1
                   MOVE "ROLL RATE - ALL ACCOUNTS" TO RTITLE
                   MOVE SPACES TO RCODE
               ELSE IF WS-RX < 42
                   MOVE "ROLL RATE - BRANCH " TO RTITLE
                   MOVE WS-RM-CODE(WS-RX) TO RCODE
               ELSE
                   MOVE "ROLL RATE - PROGRAM LEVEL " TO RTITLE
                   COMPUTE WS-LEVEL = WS-RX - 41
                   MOVE SPACES TO RCODE
                   MOVE WS-LEVEL TO RCODE(1:2)
               END-IF
               END-IF
               WRITE OUTREC FROM RM-TITLE
               WRITE OUTREC FROM RM-HEAD
               PERFORM 565-MATRIX-ROW-PARA
                  VARYING WS-FX FROM 1 BY 1 UNTIL WS-FX > 6
               WRITE OUTREC FROM HEADER1
           END-IF.

       565-MATRIX-ROW-PARA.
           MOVE WS-STATE-LABEL(WS-FX) TO RFROM.
           MOVE " NO" TO RKIND.
           PERFORM 570-COUNT-CELL-PARA
              VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 7.
           WRITE OUTREC FROM RM-LINE.
           MOVE SPACES TO RFROM.
           MOVE " RS" TO RKIND.
           PERFORM 575-AMT-CELL-PARA
              VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 7.
           WRITE OUTREC FROM RM-LINE.

       570-COUNT-CELL-PARA.
           MOVE WS-RM-CNT(WS-RX, WS-FX, WS-TX) TO RCELL-N(WS-TX).

       575-AMT-CELL-PARA.
           COMPUTE RCELL-N(WS-TX) ROUNDED =
                 WS-RM-AMT(WS-RX, WS-FX, WS-TX) / 1000.

       400-CLOSE-PARA.
           CLOSE SNPFILE.
           CLOSE LOANFILE.
           CLOSE CUSTFILE.
           CLOSE OUTFILE.
