           RECORD KEY IS CHG-CODE
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS8.
           SELECT INBFILE ASSIGN TO DD12
           ORGANIZATION IS INDEXED
           RECORD KEY IS IFR-KEY
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS12.
       DATA DIVISION.
       FILE SECTION.

           05 FILLER              PIC X(02).
           05 DEC-DISP            PIC X(01).
           05 FILLER              PIC X(69).
       01 DECCTL.
              COPY IFCREC.
       FD CHQFILE.
       01 CHQREC1.
              COPY CHQREC.
           05 FILLER              PIC X(05).
           05 ODISP           PIC X(25).
           05 FILLER              PIC X(09).
       FD INBFILE.
       01 INBREC1.
              COPY IFRREC.
       WORKING-STORAGE SECTION.
       01 FS1            PIC 9(02) VALUE 0.
       01 FS2            PIC 9(02) VALUE 0.
       01 FS8            PIC 9(02) VALUE 0.
       01 FS10           PIC 9(02) VALUE 0.
       01 FS11           PIC 9(02) VALUE 0.
       01 FS12           PIC 9(02) VALUE 0.
      *  INBOUND-FILE CHECK - THE SENDER'S HEADER AND TRAILER ARE
      *  PROVED AGAINST WHAT IS ACTUALLY ON THE FILE AND THE FILE IS
      *  REGISTERED ON INBREG BEFORE ANYTHING ON IT IS APPLIED.
       01 WS-INB-SOURCE  PIC X(08) VALUE 'CLEARING'.
       01 WS-INB-OK      PIC X(01) VALUE 'N'.
       01 WS-INB-OPEN    PIC X(01) VALUE 'N'.
       01 WS-INB-EOF     PIC X(01) VALUE 'N'.
       01 WS-INB-HDR-OK  PIC X(01) VALUE 'N'.
       01 WS-INB-TRL-END PIC X(01) VALUE 'N'.
       01 WS-INB-RECS    PIC 9(07) VALUE 0.
       01 WS-INB-HDRS    PIC 9(03) VALUE 0.
       01 WS-INB-TRLS    PIC 9(03) VALUE 0.
       01 WS-INB-COUNT   PIC 9(07) VALUE 0.
       01 WS-INB-HASH    PIC 9(15) VALUE 0.
       01 WS-INB-HDR-SRC PIC X(08) VALUE SPACES.
       01 WS-INB-FILE-DATE PIC 9(08) VALUE 0.
       01 WS-INB-SEQ     PIC 9(05) VALUE 0.
       01 WS-INB-TRL-COUNT PIC 9(07) VALUE 0.
       01 WS-INB-TRL-HASH PIC 9(15) VALUE 0.
       01 WS-INB-REASON  PIC X(20) VALUE SPACES.
       01 WS-INB-D       PIC X(06) VALUE SPACES.
       01 WS-INB-T       PIC X(08) VALUE SPACES.
       01 WS-INB-DNUM    PIC 9(06) VALUE 0.
       01 WS-INB-TODAY   PIC 9(08) VALUE 0.
       01 WS-INB-YDAY    PIC 9(08) VALUE 0.
       01 WS-INB-TIME    PIC 9(06) VALUE 0.
       01 WS-FRZ-OPEN    PIC X(01) VALUE 'N'.
       01 WS-FROZEN-SW   PIC X(01) VALUE 'N'.
       01 WS-CKPT-OPEN   PIC X(01) VALUE 'N'.
      *    REPROCESSED INSTRUMENT A NO-OP, AND THE CHECKPOINT BELOW
      *    TELLS OPERATIONS HOW FAR THE DEAD RUN GOT.
           PERFORM 100-OPEN-PARA.
           IF WS-EOF = 'N'
               PERFORM 050-INB-CHECK-PARA
           END-IF.
           PERFORM 060-CKPT-INIT-PARA.
           PERFORM 200-HEADER-PARA.
           PERFORM 300-READ-PARA UNTIL WS-EOF = 'Y'.
           PERFORM 960-CKPT-END-PARA.
           PERFORM 450-TRAILER-PARA.
           PERFORM 058-INB-END-PARA.
           PERFORM 400-CLOSE-PARA.
           STOP RUN.

               CLOSE CKPTFILE
           END-IF.

       050-INB-CHECK-PARA.
      *    NOTHING ON THE FILE IS APPLIED UNTIL THE SENDER'S HEADER AND
      *    TRAILER ARE PROVED AGAINST WHAT IS ACTUALLY ON IT AND THE
      *    FILE IS REGISTERED ON INBREG - A RE-FED, TRUNCATED, STALE
      *    OR MISROUTED FILE IS REFUSED WHOLE AND THE REFUSAL LOGGED.
           MOVE 'N' TO WS-INB-OK.
           ACCEPT WS-INB-D FROM DATE.
           ACCEPT WS-INB-T FROM TIME.
           MOVE WS-INB-D TO WS-INB-DNUM.
           COMPUTE WS-INB-TODAY = 20000000 + WS-INB-DNUM.
           COMPUTE WS-INB-YDAY = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WS-INB-TODAY) - 1).
           MOVE WS-INB-T(1:6) TO WS-INB-TIME.
           OPEN I-O INBFILE.
           IF FS12 = 00
               DISPLAY "INBFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-INB-OPEN
               PERFORM 052-INB-SCAN-PARA
               PERFORM 054-INB-VERIFY-PARA
               PERFORM 056-INB-REGISTER-PARA
           ELSE
               DISPLAY "INBFILE OPEN FAILURE" FS12
               MOVE 'REGISTER UNAVAILABLE' TO WS-INB-REASON
           END-IF.
           IF WS-INB-OK = 'Y'
      *        BACK TO THE TOP OF THE FILE FOR THE REAL RUN.
               CLOSE DECFILE
               OPEN INPUT DECFILE
               IF FS1 NOT = 00
                   DISPLAY "DECFILE REOPEN FAILURE" FS1
                   MOVE 'N' TO WS-INB-OK
                   MOVE 'REOPEN FAILED' TO WS-INB-REASON
               END-IF
           END-IF.
           IF WS-INB-OK = 'N'
               DISPLAY "CHQCLR - INBOUND FILE REFUSED - " WS-INB-REASON
               MOVE 'Y' TO WS-EOF
           END-IF.

       052-INB-SCAN-PARA.
           MOVE 'N' TO WS-INB-EOF.
           PERFORM 053-INB-SCAN-STEP-PARA UNTIL WS-INB-EOF = 'Y'.

       053-INB-SCAN-STEP-PARA.
           READ DECFILE AT END
               MOVE 'Y' TO WS-INB-EOF
           NOT AT END
               ADD 1 TO WS-INB-RECS
               MOVE 'N' TO WS-INB-TRL-END
               IF IFC-HEADER
                   ADD 1 TO WS-INB-HDRS
                   IF WS-INB-RECS = 1
                       AND IFC-FILE-DATE-N NUMERIC
                       AND IFC-SEQ-NO NUMERIC
                       MOVE 'Y' TO WS-INB-HDR-OK
                       MOVE IFC-SOURCE TO WS-INB-HDR-SRC
                       MOVE IFC-FILE-DATE-N TO WS-INB-FILE-DATE
                       MOVE IFC-SEQ-NO TO WS-INB-SEQ
                   END-IF
               ELSE IF IFC-TRAILER
                   ADD 1 TO WS-INB-TRLS
                   MOVE 'Y' TO WS-INB-TRL-END
                   IF IFC-REC-COUNT NUMERIC
                       AND IFC-AMT-HASH NUMERIC
                       MOVE IFC-REC-COUNT TO WS-INB-TRL-COUNT
                       MOVE IFC-AMT-HASH TO WS-INB-TRL-HASH
                   ELSE
                       MOVE 9999999 TO WS-INB-TRL-COUNT
                   END-IF
               ELSE
                   ADD 1 TO WS-INB-COUNT
                   IF DEC-RCPT-NO NUMERIC
                       ADD DEC-RCPT-NO TO WS-INB-HASH
                   END-IF
               END-IF
               END-IF
           END-READ.

       054-INB-VERIFY-PARA.
           IF WS-INB-HDR-OK = 'N' OR WS-INB-HDRS NOT = 1
               MOVE 'NO VALID HEADER' TO WS-INB-REASON
           ELSE IF WS-INB-HDR-SRC NOT = WS-INB-SOURCE
               MOVE 'WRONG SENDER' TO WS-INB-REASON
           ELSE IF WS-INB-TRLS NOT = 1 OR WS-INB-TRL-END = 'N'
               MOVE 'NO TRAILER-TRUNCATED' TO WS-INB-REASON
           ELSE IF WS-INB-FILE-DATE NOT = WS-INB-TODAY
               AND WS-INB-FILE-DATE NOT = WS-INB-YDAY
               MOVE 'FILE DATE NOT TODAY' TO WS-INB-REASON
           ELSE IF WS-INB-COUNT NOT = WS-INB-TRL-COUNT
               MOVE 'COUNT MISMATCH' TO WS-INB-REASON
           ELSE IF WS-INB-HASH NOT = WS-INB-TRL-HASH
               MOVE 'AMOUNT HASH MISMATCH' TO WS-INB-REASON
           ELSE
               MOVE 'Y' TO WS-INB-OK
               MOVE SPACES TO WS-INB-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       056-INB-REGISTER-PARA.
           MOVE WS-INB-SOURCE TO IFR-SOURCE.
           MOVE WS-INB-FILE-DATE TO IFR-FILE-DATE-N.
           MOVE WS-INB-SEQ TO IFR-SEQ-NO.
           READ INBFILE.
           IF FS12 = 00 AND IFR-ACCEPTED
      *        ALREADY APPLIED - THE ATTEMPT IS COUNTED, NOTHING ELSE.
               MOVE 'N' TO WS-INB-OK
               MOVE 'ALREADY PROCESSED' TO WS-INB-REASON
               ADD 1 TO IFR-DUP-COUNT
               MOVE WS-INB-TODAY TO IFR-DUP-DATE-N
               REWRITE INBREC1
           ELSE IF FS12 = 00
      *        AN EARLIER REFUSAL, OR A RUN THAT ABENDED PART WAY - THE
      *        SAME FILE MAY BE OFFERED AGAIN.
               IF IFR-PROCESSING AND WS-INB-OK = 'Y'
                   DISPLAY "CHQCLR - RESTART ON FILE " IFR-KEY
               END-IF
               PERFORM 057-INB-ROW-PARA
               REWRITE INBREC1
           ELSE
               PERFORM 057-INB-ROW-PARA
               MOVE 0 TO IFR-DUP-COUNT
               MOVE 0 TO IFR-DUP-DATE-N
               WRITE INBREC1
           END-IF
           END-IF.
           IF FS12 NOT = 00
               DISPLAY "INBFILE WRITE FAILURE" FS12 " ON " IFR-KEY
               IF WS-INB-OK = 'Y'
      *            AN UNREGISTERED FILE IS NOT APPLIED.
                   MOVE 'N' TO WS-INB-OK
                   MOVE 'NOT REGISTERED' TO WS-INB-REASON
               END-IF
           END-IF.

       057-INB-ROW-PARA.
           MOVE WS-INB-SOURCE TO IFR-SOURCE.
           MOVE WS-INB-FILE-DATE TO IFR-FILE-DATE-N.
           MOVE WS-INB-SEQ TO IFR-SEQ-NO.
           MOVE WS-INB-TRL-COUNT TO IFR-REC-COUNT.
           MOVE WS-INB-TRL-HASH TO IFR-AMT-HASH.
           MOVE WS-INB-COUNT TO IFR-CNT-READ.
           MOVE WS-INB-HASH TO IFR-HASH-READ.
           IF WS-INB-OK = 'Y'
               MOVE 'P' TO IFR-STATUS
           ELSE
               MOVE 'R' TO IFR-STATUS
           END-IF.
           MOVE WS-INB-REASON TO IFR-REASON.
           MOVE 'CHQCLR' TO IFR-JOB.
           MOVE WS-INB-TODAY TO IFR-RUN-DATE-N.
           MOVE WS-INB-TIME TO IFR-RUN-TIME.

       058-INB-END-PARA.
           IF WS-INB-OK = 'Y'
               MOVE WS-INB-SOURCE TO IFR-SOURCE
               MOVE WS-INB-FILE-DATE TO IFR-FILE-DATE-N
               MOVE WS-INB-SEQ TO IFR-SEQ-NO
               READ INBFILE
               IF FS12 = 00
                   MOVE 'A' TO IFR-STATUS
                   REWRITE INBREC1
               END-IF
               IF FS12 NOT = 00
                   DISPLAY "INBFILE UPDATE FAILURE" FS12 " ON " IFR-KEY
               ELSE
                   DISPLAY "CHQCLR - INBOUND FILE " IFR-KEY " APPLIED"
               END-IF
           END-IF.
           IF WS-INB-OPEN = 'Y'
               CLOSE INBFILE
           END-IF.

       100-OPEN-PARA.
           OPEN INPUT DECFILE.
           IF FS1 = 00
           READ DECFILE AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               IF IFC-HEADER OR IFC-TRAILER
      *            THE SENDER'S CONTROL RECORDS - PROVED IN 050.
                   CONTINUE
               ELSE
                   PERFORM 310-DECIDE-PARA
                   PERFORM 240-CKPT-PARA
               END-IF
           END-READ.

       310-DECIDE-PARA.
      *                A FROZEN ONE STAYS PENDING FOR MANUAL HANDLING.
                       MOVE "FROZEN - HELD PENDING" TO ODISP
                       WRITE OUTREC
                   ELSE IF WS-FROZEN-SW = 'S'
      *                A LOAN SOLD TO AN ARC SINCE THE CHEQUE WAS TAKEN
      *                HAS NO BALANCE TO PUT IT BACK ON - THE ITEM IS
      *                SETTLED WITH THE ARC BY HAND.
                       MOVE "SOLD TO ARC - HELD PENDING" TO ODISP
                       WRITE OUTREC
                   ELSE
                       PERFORM 320-BOUNCE-PARA
                   END-IF
                   END-IF
               ELSE
                   MOVE "INVALID DISPOSITION" TO ODISP
                   WRITE OUTREC
                   MOVE 00 TO FS11
               END-IF
           END-IF.
           IF WS-FROZEN-SW = 'N'
               MOVE CHQ-ACCOUNT-NO TO PLF-ACCOUNT-NO
               READ LOANFILE
               IF FS3 = 00
                   IF PLF-ACCT-SOLD
                       MOVE 'S' TO WS-FROZEN-SW
                   END-IF
               ELSE
                   MOVE 00 TO FS3
               END-IF
           END-IF.

       320-BOUNCE-PARA.
      *    THE PAYMENT WAS POSTED AS GOOD FUNDS WHEN THE TELLER TOOK
