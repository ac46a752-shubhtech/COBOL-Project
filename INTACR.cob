           RECORD KEY IS RUN-JOB
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS9.
           SELECT OUTFILE ASSIGN TO DD6
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS6.
       DATA DIVISION.
       FILE SECTION.

       FD RUNFILE.
       01 RUNREC1.
              COPY RUNREC.
      *  THE SIMULATION REPORT - ONLY OPENED IN SIMULATION MODE.
       FD OUTFILE.
       01 OUTREC                       PIC X(80).
       WORKING-STORAGE SECTION.
       01 FS4            PIC 9(02) VALUE 0.
       01 WS-HOL-OPEN    PIC X(01) VALUE 'N'.
      *  THE MASTER INTACR RECORD TO ENDED ONLY WHEN EVERY DEFINED
      *  STREAM HAS ENDED FOR THE DATE. A BLANK PARM IS THE CLASSIC
      *  SINGLE-STREAM RUN.
      *  AN 'S' IN COLUMN 5 ASKS FOR A WHAT-IF SIMULATION INSTEAD -
      *  THE FULL ACCRUAL LOGIC RUNS READ-ONLY AGAINST TONIGHT'S BOOK
      *  AND PRINTS WHAT IT WOULD POST. UP TO FIVE OVERRIDE PAIRS
      *  FOLLOW FROM COLUMN 7, AS ON THE REPRICE CIRCULAR CARDS: THE
      *  RATE THE ACCOUNT CARRIES AND THE RATE TO SIMULATE, BOTH
      *  TIMES 100 (0865 = 8.65, 0000 = EVERY RATE), A SPACE AFTER
      *  EACH. THE FIRST PAIR MATCHING AN ACCOUNT'S RATE APPLIES.
       01 WS-PARM-CARD.
           05 WS-BRANCH-PARM    PIC X(04).
           05 WS-MODE-PARM      PIC X(01).
               88 WS-SIM-MODE         VALUE 'S'.
           05 FILLER            PIC X(01).
           05 WS-OVRC-ENTRY OCCURS 5 TIMES.
               10 WS-OVRC-FROM  PIC 9(02)V99.
               10 FILLER        PIC X(01).
               10 WS-OVRC-NEW   PIC 9(02)V99.
               10 FILLER        PIC X(01).
           05 FILLER            PIC X(24).
       01 WS-STREAM-JOB  PIC X(08) VALUE SPACES.
       01 WS-START-KEY   PIC X(10) VALUE SPACES.
       01 WS-EFF-RATE    PIC 9(02)V99 VALUE 0.
       01 FS6            PIC 9(02) VALUE 0.
       01 WS-OVR-COUNT   PIC 9(01) VALUE 0.
       01 WS-OVR-TABLE.
           05 WS-OVR-ENTRY OCCURS 5 TIMES.
               10 WS-OVR-FROM   PIC 9(02)V99.
               10 WS-OVR-NEW    PIC 9(02)V99.
       01 WS-OX          PIC 9(02) VALUE 0.
       01 WS-OVR-HIT     PIC X(01) VALUE 'N'.
       01 WS-LAST-RUN-N  PIC 9(08) VALUE 0.
       01 WS-LAST-AMT    PIC 9(11) VALUE 0.
       01 WS-LAST-SW     PIC X(01) VALUE 'N'.
       01 WS-BAND        PIC 9(02) VALUE 0.
       01 WS-SIM-HIT     PIC 9(04) VALUE 0.
       01 WS-SX          PIC 9(04) VALUE 0.
       01 WS-TABLE-FULL  PIC X(01) VALUE 'N'.
       01 WS-DIFF        PIC S9(11) VALUE 0.
       01 WS-SHOW-RATE   PIC Z9.99.
      *  PROJECTION BY ACCOUNT BRANCH AND RATE BAND (WHOLE PERCENT OF
      *  THE RATE SIMULATED), WITH WHAT THE LAST REAL RUN POSTED TO
      *  THE SAME ACCOUNTS ALONGSIDE.
       01 WS-SIM-COUNT   PIC 9(04) VALUE 0.
       01 WS-SIM-TABLE.
           05 WS-SIM-ENTRY OCCURS 2000 TIMES.
               10 WS-SIM-BRANCH  PIC X(04).
               10 WS-SIM-BAND    PIC 9(02).
               10 WS-SIM-ACCTS   PIC 9(07).
               10 WS-SIM-INT     PIC 9(11).
               10 WS-SIM-PEN     PIC 9(11).
               10 WS-SIM-CAP     PIC 9(11).
               10 WS-SIM-TOT     PIC 9(11).
               10 WS-SIM-LAST    PIC 9(11).
       01 WS-GRAND.
           05 WS-GR-ACCTS    PIC 9(07) VALUE 0.
           05 WS-GR-INT      PIC 9(11) VALUE 0.
           05 WS-GR-PEN      PIC 9(11) VALUE 0.
           05 WS-GR-CAP      PIC 9(11) VALUE 0.
           05 WS-GR-TOT      PIC 9(11) VALUE 0.
           05 WS-GR-LAST     PIC 9(11) VALUE 0.
       01 FS5            PIC 9(02) VALUE 0.
       01 WS-CKPT-OPEN   PIC X(01) VALUE 'N'.
       01 WS-RESTART-SW  PIC X(01) VALUE 'N'.
           05 WS-OD-YYYY   PIC 9(04).
           05 WS-OD-MM     PIC 9(02).
           05 WS-OD-DD     PIC 9(02).

       01 HEADER1.
           05 FILLER PIC X(80) VALUE ALL "*".
       01 HEADER4.
           05 FILLER PIC X(20).
           05 FILLER PIC X(40) VALUE "STATE BANK OF INDIA".
           05 FILLER PIC X(20).
       01 HEADER5.
           05 FILLER PIC X(14).
           05 FILLER PIC X(52) VALUE
              "INTEREST ACCRUAL SIMULATION - NOTHING POSTED".
           05 FILLER PIC X(14).
       01 HEADER6.
           05 FILLER PIC X(02).
           05 FILLER PIC X(14) VALUE "BUSINESS DATE ".
           05 H6-BUS      PIC 9(08).
           05 FILLER PIC X(17) VALUE "   LAST REAL RUN ".
           05 H6-LAST     PIC 9(08).
           05 FILLER PIC X(10) VALUE "  BRANCH  ".
           05 H6-BRANCH   PIC X(04).
           05 FILLER PIC X(17).
       01 HEADER7.
           05 FILLER PIC X(02).
           05 FILLER PIC X(17) VALUE "RATE OVERRIDE    ".
           05 H7-FROM     PIC X(05).
           05 FILLER PIC X(04) VALUE " TO ".
           05 H7-NEW      PIC Z9.99.
           05 FILLER PIC X(47).
       01 HEADER3.
           05 FILLER PIC X(01).
           05 FILLER PIC X(05) VALUE "BRCH".
           05 FILLER PIC X(04) VALUE "BND".
           05 FILLER PIC X(06) VALUE " ACCTS".
           05 FILLER PIC X(10) VALUE "  INTEREST".
           05 FILLER PIC X(08) VALUE "   PENAL".
           05 FILLER PIC X(10) VALUE " CAPITALSD".
           05 FILLER PIC X(10) VALUE " SIM TOTAL".
           05 FILLER PIC X(10) VALUE "  LAST RUN".
           05 FILLER PIC X(10) VALUE "DIFFERENCE".
           05 FILLER PIC X(06).
       01 SIM-LINE.
           05 FILLER      PIC X(01).
           05 SL-BRANCH   PIC X(04).
           05 FILLER      PIC X(01).
           05 SL-BAND     PIC Z9.
           05 SL-PCT      PIC X(01).
           05 FILLER      PIC X(01).
           05 SL-ACCTS    PIC ZZZZZ9.
           05 FILLER      PIC X(01).
           05 SL-INT      PIC ZZZZZZZZ9.
           05 FILLER      PIC X(01).
           05 SL-PEN      PIC ZZZZZZ9.
           05 FILLER      PIC X(01).
           05 SL-CAP      PIC ZZZZZZZZ9.
           05 FILLER      PIC X(01).
           05 SL-TOT      PIC ZZZZZZZZ9.
           05 FILLER      PIC X(01).
           05 SL-LAST     PIC ZZZZZZZZ9.
           05 FILLER      PIC X(01).
           05 SL-DIFF     PIC -ZZZZZZZ9.
           05 FILLER      PIC X(06).
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           PERFORM 040-PARM-PARA.
           IF WS-SIM-MODE
               PERFORM 800-SIM-PARA
               STOP RUN
           END-IF.
           PERFORM 050-RUNCTL-PARA.
           IF WS-RC-STOP = 'Y'
               STOP RUN
           STOP RUN.

       040-PARM-PARA.
           MOVE SPACES TO WS-PARM-CARD.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           IF WS-BRANCH-PARM NOT = SPACES
               MOVE 'IACR' TO WS-STREAM-JOB(1:4)
               MOVE WS-BRANCH-PARM TO WS-STREAM-JOB(5:4)
               DISPLAY "INTACR - BRANCH STREAM " WS-BRANCH-PARM
           END-IF.
           IF WS-SIM-MODE
               PERFORM 045-OVR-LOAD-PARA
                  VARYING WS-OX FROM 1 BY 1 UNTIL WS-OX > 5
           END-IF.

       045-OVR-LOAD-PARA.
      *    A BLANK OR MIS-KEYED PAIR IS IGNORED - THE CONSOLE SHOWS
      *    WHICH OVERRIDES THE RUN ACTUALLY TOOK.
           IF WS-OVRC-FROM(WS-OX) NUMERIC
               AND WS-OVRC-NEW(WS-OX) NUMERIC
               AND WS-OVRC-NEW(WS-OX) > 0
               ADD 1 TO WS-OVR-COUNT
               MOVE WS-OVRC-FROM(WS-OX) TO WS-OVR-FROM(WS-OVR-COUNT)
               MOVE WS-OVRC-NEW(WS-OX) TO WS-OVR-NEW(WS-OVR-COUNT)
               DISPLAY "INTACR SIMULATION - OVERRIDE "
                       WS-OVRC-FROM(WS-OX) " TO " WS-OVRC-NEW(WS-OX)
           END-IF.

       050-RUNCTL-PARA.
      *    THE RUN-CONTROL GATE - REFUSES A DUPLICATE SAME-DATE RUN
                   MOVE 'Y' TO WS-RC-STOP
               ELSE
                   MOVE RUN-BUSDATE-N TO WS-BUS-DATE-N
                   PERFORM 052-PERIOD-GATE-PARA
                   MOVE 'INTACR  ' TO RUN-JOB
                   READ RUNFILE
                   IF FS9 = 00
               END-IF
           END-IF.

       052-PERIOD-GATE-PARA.
      *    THE ACCRUAL POSTS AT THE BUSINESS DATE AND CANNOT BE MOVED
      *    TO ANOTHER DAY, SO A BUSINESS DATE INSIDE A MONTH FINANCE
      *    HAS ALREADY CLOSED (PERCLOSE) REFUSES THE RUN OUTRIGHT.
           MOVE 'PERIOD  ' TO RUN-JOB.
           READ RUNFILE.
           IF FS9 = 00
               AND RUN-BUSDATE-N NOT < WS-BUS-DATE-N
               DISPLAY "INTACR - PERIOD CLOSED THROUGH " RUN-BUSDATE-N
               MOVE 'Y' TO WS-RC-STOP
           END-IF.

       055-SINGLE-GATE-PARA.
           MOVE 'INTACR  ' TO RUN-JOB.
           READ RUNFILE.


       100-OPEN-PARA.
      *    A SIMULATION OPENS THE BOOK FOR INPUT ONLY, SO IT CAN RUN
      *    IN THE ONLINE DAY BESIDE THE CICS REGION.
           IF WS-SIM-MODE
               OPEN INPUT LOANFILE
           ELSE
               OPEN I-O LOANFILE
           END-IF.
           IF FS1 = 00
               DISPLAY "LOANFILE OPEN SUCCESS"
           ELSE
                   MOVE 00 TO FS1
               END-IF
           END-IF.
           IF WS-SIM-MODE
               OPEN INPUT LEDGFILE
           ELSE
               OPEN I-O LEDGFILE
           END-IF.
           IF FS2 = 00
               DISPLAY "LEDGFILE OPEN SUCCESS"
           ELSE
               DISPLAY "LEDGFILE OPEN FAILURE" FS2
               MOVE 'Y' TO WS-EOF
           END-IF.
           IF WS-SIM-MODE
               OPEN INPUT CUSTFILE
           ELSE
               OPEN I-O CUSTFILE
           END-IF.
           IF FS3 = 00
               DISPLAY "CUSTFILE OPEN SUCCESS"
           ELSE
                       ELSE
                           PERFORM 210-CALC-PARA
                       END-IF
                       IF WS-SIM-MODE
                           PERFORM 830-SIM-ADD-PARA
                       ELSE
                           PERFORM 220-REWRITE-PARA
                           PERFORM 230-LEDGER-PARA
                           PERFORM 240-CKPT-PARA
                       END-IF
                   END-IF
                   END-IF
               END-IF
           IF WS-MORAT-SW = 'Y' AND (PLF-STS-ACTIVE
               OR PLF-STATUS = SPACE)
               MOVE 'M' TO PLF-STATUS
               PERFORM 209-CUST-REWRITE-PARA
           ELSE IF WS-MORAT-SW NOT = 'Y' AND PLF-STS-MORATORIUM
               MOVE 'A' TO PLF-STATUS
               PERFORM 209-CUST-REWRITE-PARA
           END-IF
           END-IF.

       209-CUST-REWRITE-PARA.
           IF NOT WS-SIM-MODE
               REWRITE CUSTREC
           END-IF.

       208-EFF-RATE-PARA.
      *    THE TWO-DECIMAL EXTENSION WINS WHEN IT IS POPULATED - OLD
      *    WHOLE-DIGIT RECORDS FALL BACK TO THE LEGACY FIELD.
           ELSE
               MOVE PLF-INTEREST TO WS-EFF-RATE
           END-IF.
           IF WS-SIM-MODE AND WS-OVR-COUNT > 0
               MOVE 'N' TO WS-OVR-HIT
               PERFORM 840-OVR-STEP-PARA
                  VARYING WS-OX FROM 1 BY 1
                  UNTIL WS-OX > WS-OVR-COUNT OR WS-OVR-HIT = 'Y'
           END-IF.

       212-CAPITALIZE-PARA.
           PERFORM 208-EFF-RATE-PARA.
           IF WS-HOL-OPEN = 'Y'
               CLOSE HOLFILE
           END-IF.

       800-SIM-PARA.
      *    WHAT-IF ACCRUAL - BEFORE A REPRICE CIRCULAR OR A SLAB
      *    CHANGE GOES LIVE, FINANCE SEES WHAT TONIGHT'S RUN WOULD
      *    DEMAND, LEVY AND CAPITALIZE UNDER THE OVERRIDE RATES. THE
      *    SAME 205-MORAT-CHECK TO 215-PENAL LOGIC RUNS ON EVERY
      *    ACCOUNT, BUT PLF3, PLF5, PLF01 AND RUNCTL ARE ONLY READ AND
      *    NO CHECKPOINT IS TAKEN. THE PROJECTION IS PRINTED BY
      *    BRANCH AND RATE BAND NEXT TO WHAT THE LAST REAL RUN POSTED,
      *    AND IS CAPTURED TO RPTREP WITH RPTLOAD (REPORT ID INTSIM)
      *    LIKE EVERY OTHER REPORT SO FINANCE PULLS IT FROM RPTVIEW.
           DISPLAY "INTACR - SIMULATION MODE - NOTHING WILL BE POSTED".
           PERFORM 810-SIM-RUNCTL-PARA.
           IF WS-RC-STOP = 'N'
               PERFORM 100-OPEN-PARA
               OPEN OUTPUT OUTFILE
               IF FS6 = 00
                   DISPLAY "OUTFILE OPEN SUCCESS"
               ELSE
                   DISPLAY "OUTFILE OPEN FAILURE" FS6
                   MOVE 'Y' TO WS-EOF
               END-IF
               PERFORM 200-READ-PARA UNTIL WS-EOF = 'Y'
               PERFORM 300-CLOSE-PARA
               PERFORM 850-SIM-REPORT-PARA
               CLOSE OUTFILE
               DISPLAY "INTACR SIMULATION - ACCOUNTS PROJECTED: "
                       WS-REC-COUNT
           END-IF.

       810-SIM-RUNCTL-PARA.
      *    READ-ONLY LOOK AT RUNCTL - THE BUSINESS DATE TO PROJECT
      *    AND THE DATE OF THE LAST REAL RUN TO COMPARE WITH. NO GATE
      *    IS TAKEN AND NOTHING IS STAMPED.
           OPEN INPUT RUNFILE.
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
                   IF WS-BRANCH-PARM = SPACES
                       MOVE 'INTACR  ' TO RUN-JOB
                   ELSE
                       MOVE WS-STREAM-JOB TO RUN-JOB
                   END-IF
                   READ RUNFILE
                   IF FS9 = 00 AND RUN-LAST-DATE-N NUMERIC
                       MOVE RUN-LAST-DATE-N TO WS-LAST-RUN-N
                   ELSE
                       DISPLAY "NO LAST RUN ON RUNCTL - NO COMPARISON"
                       MOVE 0 TO WS-LAST-RUN-N
                   END-IF
               END-IF
               CLOSE RUNFILE
           END-IF.

       830-SIM-ADD-PARA.
           MOVE WS-EFF-RATE TO WS-BAND.
           PERFORM 835-SIM-FIND-PARA.
           IF WS-SIM-HIT > 0
               ADD 1 TO WS-SIM-ACCTS(WS-SIM-HIT)
               IF WS-MORAT-SW = 'Y'
                   ADD WS-CAP-INT TO WS-SIM-CAP(WS-SIM-HIT)
               ELSE
                   ADD WS-DUE-AMT TO WS-SIM-INT(WS-SIM-HIT)
                   ADD WS-PENAL-AMT TO WS-SIM-PEN(WS-SIM-HIT)
               END-IF
               ADD WS-LDG-AMT TO WS-SIM-TOT(WS-SIM-HIT)
               IF WS-LAST-RUN-N > 0
                   PERFORM 845-LAST-RUN-PARA
                   ADD WS-LAST-AMT TO WS-SIM-LAST(WS-SIM-HIT)
               END-IF
           END-IF.

       835-SIM-FIND-PARA.
           MOVE 0 TO WS-SIM-HIT.
           PERFORM 836-SIM-STEP-PARA
              VARYING WS-SX FROM 1 BY 1
              UNTIL WS-SX > WS-SIM-COUNT OR WS-SIM-HIT > 0.
           IF WS-SIM-HIT = 0
               IF WS-SIM-COUNT < 2000
                   ADD 1 TO WS-SIM-COUNT
                   MOVE WS-SIM-COUNT TO WS-SIM-HIT
                   MOVE PLF-BRANCH-CODE1 TO WS-SIM-BRANCH(WS-SIM-HIT)
                   MOVE WS-BAND TO WS-SIM-BAND(WS-SIM-HIT)
                   MOVE 0 TO WS-SIM-ACCTS(WS-SIM-HIT)
                   MOVE 0 TO WS-SIM-INT(WS-SIM-HIT)
                   MOVE 0 TO WS-SIM-PEN(WS-SIM-HIT)
                   MOVE 0 TO WS-SIM-CAP(WS-SIM-HIT)
                   MOVE 0 TO WS-SIM-TOT(WS-SIM-HIT)
                   MOVE 0 TO WS-SIM-LAST(WS-SIM-HIT)
               ELSE
                   PERFORM 839-SIM-FULL-PARA
               END-IF
           END-IF.

       836-SIM-STEP-PARA.
           IF WS-SIM-BRANCH(WS-SX) = PLF-BRANCH-CODE1
               AND WS-SIM-BAND(WS-SX) = WS-BAND
               MOVE WS-SX TO WS-SIM-HIT
           END-IF.

       839-SIM-FULL-PARA.
      *    A FULL TABLE MUST NOT PASS SILENTLY - THE PROJECTION WOULD
      *    BE SHORT. THE CONSOLE MESSAGE GOES OUT ONCE.
           IF WS-TABLE-FULL = 'N'
               DISPLAY "INTACR SIMULATION - TABLE FULL - RAISE THE "
                       "OCCURS AND RERUN"
               MOVE 'Y' TO WS-TABLE-FULL
           END-IF.

       840-OVR-STEP-PARA.
           IF WS-OVR-FROM(WS-OX) = 0
               OR WS-OVR-FROM(WS-OX) = WS-EFF-RATE
               MOVE WS-OVR-NEW(WS-OX) TO WS-EFF-RATE
               MOVE 'Y' TO WS-OVR-HIT
           END-IF.

       845-LAST-RUN-PARA.
      *    WHAT THE LAST REAL RUN POSTED TO THIS ACCOUNT - ITS 'A'
      *    ROWS UNDER THAT DATE, FOUND BY THE SAME LEDGER WALK AS
      *    THE RESTART GUARD.
           MOVE 0 TO WS-LAST-AMT.
           MOVE 'N' TO WS-LAST-SW.
           MOVE PLF-ACCOUNT-NO TO PLF5-ACCOUNT-NO.
           MOVE WS-LAST-RUN-N TO PLF5-TXN-DATE-N.
           MOVE 0 TO PLF5-TXN-TIME.
           START LEDGFILE KEY >= PLF5-KEY
               INVALID KEY CONTINUE
           END-START.
           IF FS2 = 00
               PERFORM 846-LAST-STEP-PARA UNTIL WS-LAST-SW = 'Y'
           ELSE
               MOVE 00 TO FS2
           END-IF.

       846-LAST-STEP-PARA.
           READ LEDGFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-LAST-SW
           NOT AT END
               IF PLF5-ACCOUNT-NO NOT = PLF-ACCOUNT-NO
                   OR PLF5-TXN-DATE-N NOT = WS-LAST-RUN-N
                   MOVE 'Y' TO WS-LAST-SW
               ELSE
                   IF PLF5-ACCRUAL AND PLF5-OPERATOR = 'INTAC'
                       ADD PLF5-TXN-AMOUNT TO WS-LAST-AMT
                   END-IF
               END-IF
           END-READ.

       850-SIM-REPORT-PARA.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM HEADER4.
           WRITE OUTREC FROM HEADER5.
           WRITE OUTREC FROM HEADER1.
           MOVE WS-BUS-DATE-N TO H6-BUS.
           MOVE WS-LAST-RUN-N TO H6-LAST.
           IF WS-BRANCH-PARM = SPACES
               MOVE 'ALL ' TO H6-BRANCH
           ELSE
               MOVE WS-BRANCH-PARM TO H6-BRANCH
           END-IF.
           WRITE OUTREC FROM HEADER6.
           PERFORM 855-OVR-LINE-PARA
              VARYING WS-OX FROM 1 BY 1 UNTIL WS-OX > WS-OVR-COUNT.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM HEADER3.
           WRITE OUTREC FROM HEADER1.
           PERFORM 860-SIM-LINE-PARA
              VARYING WS-SX FROM 1 BY 1 UNTIL WS-SX > WS-SIM-COUNT.
           WRITE OUTREC FROM HEADER1.
           MOVE SPACES TO SIM-LINE.
           MOVE 'ALL ' TO SL-BRANCH.
           MOVE WS-GR-ACCTS TO SL-ACCTS.
           MOVE WS-GR-INT TO SL-INT.
           MOVE WS-GR-PEN TO SL-PEN.
           MOVE WS-GR-CAP TO SL-CAP.
           MOVE WS-GR-TOT TO SL-TOT.
           MOVE WS-GR-LAST TO SL-LAST.
           COMPUTE WS-DIFF = WS-GR-TOT - WS-GR-LAST.
           MOVE WS-DIFF TO SL-DIFF.
           WRITE OUTREC FROM SIM-LINE.
           WRITE OUTREC FROM HEADER1.

       855-OVR-LINE-PARA.
           IF WS-OVR-FROM(WS-OX) = 0
               MOVE 'EVERY' TO H7-FROM
           ELSE
               MOVE WS-OVR-FROM(WS-OX) TO WS-SHOW-RATE
               MOVE WS-SHOW-RATE TO H7-FROM
           END-IF.
           MOVE WS-OVR-NEW(WS-OX) TO H7-NEW.
           WRITE OUTREC FROM HEADER7.

       860-SIM-LINE-PARA.
           MOVE SPACES TO SIM-LINE.
           MOVE WS-SIM-BRANCH(WS-SX) TO SL-BRANCH.
           MOVE WS-SIM-BAND(WS-SX) TO SL-BAND.
           MOVE '%' TO SL-PCT.
           MOVE WS-SIM-ACCTS(WS-SX) TO SL-ACCTS.
           MOVE WS-SIM-INT(WS-SX) TO SL-INT.
           MOVE WS-SIM-PEN(WS-SX) TO SL-PEN.
           MOVE WS-SIM-CAP(WS-SX) TO SL-CAP.
           MOVE WS-SIM-TOT(WS-SX) TO SL-TOT.
           MOVE WS-SIM-LAST(WS-SX) TO SL-LAST.
           COMPUTE WS-DIFF = WS-SIM-TOT(WS-SX) - WS-SIM-LAST(WS-SX).
           MOVE WS-DIFF TO SL-DIFF.
           WRITE OUTREC FROM SIM-LINE.
           ADD WS-SIM-ACCTS(WS-SX) TO WS-GR-ACCTS.
           ADD WS-SIM-INT(WS-SX) TO WS-GR-INT.
           ADD WS-SIM-PEN(WS-SX) TO WS-GR-PEN.
           ADD WS-SIM-CAP(WS-SX) TO WS-GR-CAP.
           ADD WS-SIM-TOT(WS-SX) TO WS-GR-TOT.
           ADD WS-SIM-LAST(WS-SX) TO WS-GR-LAST.
