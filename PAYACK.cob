           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS6.
           SELECT FRMFILE ASSIGN TO DD7
           ORGANIZATION IS INDEXED
           RECORD KEY IS FRM-KEY
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS7.
           SELECT FXRFILE ASSIGN TO DD8
           ORGANIZATION IS INDEXED
           RECORD KEY IS FXR-KEY
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS8.
           SELECT INBFILE ASSIGN TO DD9
           ORGANIZATION IS INDEXED
           RECORD KEY IS IFR-KEY
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS9.
       DATA DIVISION.
       FILE SECTION.

           05 FILLER              PIC X(01).
           05 ACK-REASON          PIC X(20).
           05 FILLER              PIC X(45).
       01 ACKCTL.
              COPY IFCREC.
       FD PAYFILE.
       01 PAYREC1.
              COPY PAYREC.
       FD LEDGFILE.
       01 LEDGREC.
              COPY PLF5REC.
       FD FRMFILE.
       01 FRMREC1.
              COPY FRMREC.
       FD FXRFILE.
       01 FXRREC1.
              COPY FXRREC.
       FD OUTFILE.
       01 OUTREC.
           05 FILLER              PIC X(02).
           05 FILLER              PIC X(02).
           05 ODISP           PIC X(30).
           05 FILLER              PIC X(22).
       FD INBFILE.
       01 INBREC1.
              COPY IFRREC.
       WORKING-STORAGE SECTION.
       01 FS1            PIC 9(02) VALUE 0.
       01 FS2            PIC 9(02) VALUE 0.
       01 FS4            PIC 9(02) VALUE 0.
       01 FS5            PIC 9(02) VALUE 0.
       01 FS6            PIC 9(02) VALUE 0.
       01 FS7            PIC 9(02) VALUE 0.
       01 FS8            PIC 9(02) VALUE 0.
       01 FS9            PIC 9(02) VALUE 0.
      *  INBOUND-FILE CHECK - THE SENDER'S HEADER AND TRAILER ARE
      *  PROVED AGAINST WHAT IS ACTUALLY ON THE FILE AND THE FILE IS
      *  REGISTERED ON INBREG BEFORE ANYTHING ON IT IS APPLIED.
       01 WS-INB-SOURCE  PIC X(08) VALUE 'HUBACK'.
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
       01 WS-FRM-OPEN    PIC X(01) VALUE 'N'.
       01 WS-FXR-OPEN    PIC X(01) VALUE 'N'.
       01 WS-REV-AMT     PIC 9(08) VALUE 0.
       01 WS-RET-RATE    PIC 9(03)V9(04) VALUE 0.
       01 WS-FX-LINE.
           05 WS-FXL-TEXT    PIC X(14).
           05 WS-FXL-AMT     PIC Z(07)9.
           05 FILLER         PIC X(08) VALUE SPACES.
       01 WS-EOF         PIC X(01) VALUE 'N'.
       01 WS-D           PIC X(10) VALUE SPACES.
       01 WS-T           PIC X(10) VALUE SPACES.
      *    TWICE A TRANCHE LEFT THE BOOK AND NEVER REACHED THE
      *    COLLEGE - NOW A RETURNED REMITTANCE FLIPS THE TRANCHE TO
      *    FAILED, PUTS THE MONEY BACK ON THE BALANCE WITH A REVERSAL
      *    ROW AND LANDS ON THE EXCEPTION REPORT. A FOREIGN
      *    REMITTANCE CARRIES THE SAME REFERENCE; ITS RETURN ALSO
      *    VALUES THE RETURNED CURRENCY AT THE DAY'S CARD AND PARKS
      *    THE EXCHANGE GAIN OR LOSS ON FXRMT FOR GLFEED.
           PERFORM 100-OPEN-PARA.
           IF WS-EOF = 'N'
               PERFORM 050-INB-CHECK-PARA
           END-IF.
           PERFORM 200-HEADER-PARA.
           PERFORM 300-READ-PARA UNTIL WS-EOF = 'Y'.
           PERFORM 058-INB-END-PARA.
           PERFORM 400-CLOSE-PARA.
           DISPLAY "PAYACK - ACKNOWLEDGED: " WS-ACK-COUNT
                   " RETURNED: " WS-FAIL-COUNT.
           STOP RUN.

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
           IF FS9 = 00
               DISPLAY "INBFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-INB-OPEN
               PERFORM 052-INB-SCAN-PARA
               PERFORM 054-INB-VERIFY-PARA
               PERFORM 056-INB-REGISTER-PARA
           ELSE
               DISPLAY "INBFILE OPEN FAILURE" FS9
               MOVE 'REGISTER UNAVAILABLE' TO WS-INB-REASON
           END-IF.
           IF WS-INB-OK = 'Y'
      *        BACK TO THE TOP OF THE FILE FOR THE REAL RUN.
               CLOSE ACKFILE
               OPEN INPUT ACKFILE
               IF FS1 NOT = 00
                   DISPLAY "ACKFILE REOPEN FAILURE" FS1
                   MOVE 'N' TO WS-INB-OK
                   MOVE 'REOPEN FAILED' TO WS-INB-REASON
               END-IF
           END-IF.
           IF WS-INB-OK = 'N'
               DISPLAY "PAYACK - INBOUND FILE REFUSED - " WS-INB-REASON
               MOVE 'Y' TO WS-EOF
           END-IF.

       052-INB-SCAN-PARA.
           MOVE 'N' TO WS-INB-EOF.
           PERFORM 053-INB-SCAN-STEP-PARA UNTIL WS-INB-EOF = 'Y'.

       053-INB-SCAN-STEP-PARA.
           READ ACKFILE AT END
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
      *            NO AMOUNT COLUMN - THE SENDER HASHES ZERO.
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
           IF FS9 = 00 AND IFR-ACCEPTED
      *        ALREADY APPLIED - THE ATTEMPT IS COUNTED, NOTHING ELSE.
               MOVE 'N' TO WS-INB-OK
               MOVE 'ALREADY PROCESSED' TO WS-INB-REASON
               ADD 1 TO IFR-DUP-COUNT
               MOVE WS-INB-TODAY TO IFR-DUP-DATE-N
               REWRITE INBREC1
           ELSE IF FS9 = 00
      *        AN EARLIER REFUSAL, OR A RUN THAT ABENDED PART WAY - THE
      *        SAME FILE MAY BE OFFERED AGAIN.
               IF IFR-PROCESSING AND WS-INB-OK = 'Y'
                   DISPLAY "PAYACK - RESTART ON FILE " IFR-KEY
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
           IF FS9 NOT = 00
               DISPLAY "INBFILE WRITE FAILURE" FS9 " ON " IFR-KEY
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
           MOVE 'PAYACK' TO IFR-JOB.
           MOVE WS-INB-TODAY TO IFR-RUN-DATE-N.
           MOVE WS-INB-TIME TO IFR-RUN-TIME.

       058-INB-END-PARA.
           IF WS-INB-OK = 'Y'
               MOVE WS-INB-SOURCE TO IFR-SOURCE
               MOVE WS-INB-FILE-DATE TO IFR-FILE-DATE-N
               MOVE WS-INB-SEQ TO IFR-SEQ-NO
               READ INBFILE
               IF FS9 = 00
                   MOVE 'A' TO IFR-STATUS
                   REWRITE INBREC1
               END-IF
               IF FS9 NOT = 00
                   DISPLAY "INBFILE UPDATE FAILURE" FS9 " ON " IFR-KEY
               ELSE
                   DISPLAY "PAYACK - INBOUND FILE " IFR-KEY " APPLIED"
               END-IF
           END-IF.
           IF WS-INB-OPEN = 'Y'
               CLOSE INBFILE
           END-IF.

       100-OPEN-PARA.
           OPEN INPUT ACKFILE.
           IF FS1 = 00
               DISPLAY "OUTFILE OPEN FAILURE" FS6
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN I-O FRMFILE.
           IF FS7 = 00
               DISPLAY "FRMFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-FRM-OPEN
           ELSE
      *        NO REMITTANCE FILE JUST MEANS NO OVERSEAS TRANCHES.
               DISPLAY "FRMFILE OPEN FAILURE" FS7
           END-IF.
           OPEN INPUT FXRFILE.
           IF FS8 = 00
               DISPLAY "FXRFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-FXR-OPEN
           ELSE
               DISPLAY "FXRFILE OPEN FAILURE" FS8
           END-IF.

       200-HEADER-PARA.
           ACCEPT WS-D    FROM DATE.
           READ ACKFILE AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               IF IFC-HEADER OR IFC-TRAILER
      *            THE SENDER'S CONTROL RECORDS - PROVED IN 050.
                   CONTINUE
               ELSE
                   PERFORM 310-ACK-PARA
               END-IF
           END-READ.

       310-ACK-PARA.
           MOVE ACK-ACCOUNT-NO TO PAY-ACCOUNT-NO.
           MOVE ACK-TRANCHE-NO TO PAY-TRANCHE-NO.
           READ PAYFILE.
           IF FS2 NOT = 00 AND WS-FRM-OPEN = 'Y'
               MOVE 00 TO FS2
               PERFORM 330-FX-ACK-PARA
           ELSE IF FS2 NOT = 00
               MOVE "NO OUTBOUND PAYMENT ON FILE" TO ODISP
               WRITE OUTREC
               MOVE 00 TO FS2
                   PERFORM 320-RETURN-PARA
               END-IF
               END-IF
           END-IF
           END-IF.

       320-RETURN-PARA.
           MOVE 'F' TO PAY-STATUS.
           REWRITE PAYREC1.
           MOVE PAY-AMOUNT TO WS-REV-AMT.
           PERFORM 325-REVERSE-PARA.
           MOVE ACK-REASON TO ODISP.
           WRITE OUTREC.
           ADD 1 TO WS-FAIL-COUNT.

       325-REVERSE-PARA.
           MOVE ACK-ACCOUNT-NO TO PLF7-ACCOUNT-NO.
           MOVE ACK-TRANCHE-NO TO PLF7-TRANCHE-NO.
           READ DSBFILE.
           IF FS4 = 00
      *        THE RELEASE NEVER REACHED THE COLLEGE - THE BALANCE
      *        MOVEMENT COMES BACK OFF AND THE REVERSAL ROW SAYS SO.
               SUBTRACT WS-REV-AMT FROM PLF-LOAN-AMT1
               MOVE 'PAYAK' TO PLF-LAST-OP
               REWRITE LOANREC
               MOVE PLF-ACCOUNT-NO TO PLF5-ACCOUNT-NO
               MOVE WS-RUN-TIME    TO PLF5-TXN-TIME
               MOVE WS-RUN-DATE    TO PLF5-TXN-DATE
               MOVE 'V'            TO PLF5-TXN-TYPE
               MOVE WS-REV-AMT     TO PLF5-TXN-AMOUNT
               MOVE 'PAYAK'        TO PLF5-OPERATOR
               MOVE 0              TO PLF5-RCPT-NO
               MOVE PLF-LOAN-AMT1  TO PLF5-BALANCE-AFTER
           ELSE
               MOVE 00 TO FS4
           END-IF.

       330-FX-ACK-PARA.
           MOVE ACK-ACCOUNT-NO TO FRM-ACCOUNT-NO.
           MOVE ACK-TRANCHE-NO TO FRM-TRANCHE-NO.
           READ FRMFILE.
           IF FS7 NOT = 00
               MOVE "NO OUTBOUND PAYMENT ON FILE" TO ODISP
               WRITE OUTREC
               MOVE 00 TO FS7
           ELSE
               MOVE FRM-INR-AMOUNT TO OAMOUNT
               IF NOT FRM-SENT
                   MOVE "ALREADY SETTLED" TO ODISP
                   WRITE OUTREC
               ELSE IF ACK-DISP = 'A'
                   MOVE 'A' TO FRM-STATUS
                   REWRITE FRMREC1
                   MOVE "FOREIGN REMITTANCE ACKNOWLEDGED" TO ODISP
                   WRITE OUTREC
                   ADD 1 TO WS-ACK-COUNT
               ELSE
                   PERFORM 340-FX-RETURN-PARA
               END-IF
               END-IF
           END-IF.

       340-FX-RETURN-PARA.
      *    THE LOAN GETS BACK EXACTLY THE RUPEES IT WAS DEBITED - THE
      *    BORROWER DOES NOT CARRY THE RATE MOVE. THE RETURNED
      *    CURRENCY IS WORTH WHAT TODAY'S CARD SAYS, AND THE
      *    DIFFERENCE IS THE BANK'S GAIN OR LOSS. WITH NO CARD FOR
      *    THE DAY THE ORIGINAL RATE STANDS AND NOTHING IS BOOKED.
           MOVE FRM-RATE TO WS-RET-RATE.
           IF WS-FXR-OPEN = 'Y'
               MOVE FRM-CURRENCY TO FXR-CURRENCY
               MOVE WS-RUN-DATE-N TO FXR-DATE-N
               READ FXRFILE
               IF FS8 = 00
                   MOVE FXR-RATE TO WS-RET-RATE
               ELSE
                   DISPLAY "PAYACK - NO RATE CARD FOR " FRM-CURRENCY
                           " ON " WS-RUN-DATE-N
                   MOVE 00 TO FS8
               END-IF
           END-IF.
           MOVE 'F' TO FRM-STATUS.
           MOVE WS-RET-RATE TO FRM-RET-RATE.
           COMPUTE FRM-RET-INR ROUNDED = FRM-FX-AMOUNT * WS-RET-RATE.
           MOVE WS-RUN-DATE-N TO FRM-RET-DATE-N.
           IF FRM-RET-INR > FRM-INR-AMOUNT
               MOVE 'G' TO FRM-GL-SW
               COMPUTE FRM-GL-AMOUNT = FRM-RET-INR - FRM-INR-AMOUNT
           ELSE IF FRM-RET-INR < FRM-INR-AMOUNT
               MOVE 'L' TO FRM-GL-SW
               COMPUTE FRM-GL-AMOUNT = FRM-INR-AMOUNT - FRM-RET-INR
           ELSE
               MOVE SPACE TO FRM-GL-SW
               MOVE 0 TO FRM-GL-AMOUNT
           END-IF
           END-IF.
           MOVE 'PAYAK' TO FRM-OPERATOR.
           REWRITE FRMREC1.
           MOVE FRM-INR-AMOUNT TO WS-REV-AMT.
           PERFORM 325-REVERSE-PARA.
           MOVE ACK-REASON TO ODISP.
           WRITE OUTREC.
           IF FRM-FX-GAIN OR FRM-FX-LOSS
               MOVE LOW-VALUES TO OUTREC
               MOVE ACK-ACCOUNT-NO TO OACCOUNT-NO
               MOVE ACK-TRANCHE-NO TO OTRANCHE
               IF FRM-FX-GAIN
                   MOVE "EXCHANGE GAIN" TO WS-FXL-TEXT
               ELSE
                   MOVE "EXCHANGE LOSS" TO WS-FXL-TEXT
               END-IF
               MOVE FRM-GL-AMOUNT TO WS-FXL-AMT
               MOVE WS-FX-LINE TO ODISP
               WRITE OUTREC
           END-IF.
           ADD 1 TO WS-FAIL-COUNT.

       400-CLOSE-PARA.
           CLOSE LOANFILE.
           CLOSE LEDGFILE.
           CLOSE OUTFILE.
           IF WS-FRM-OPEN = 'Y'
               CLOSE FRMFILE
           END-IF.
           IF WS-FXR-OPEN = 'Y'
               CLOSE FXRFILE
           END-IF.
