           RECORD KEY IS RCPT-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS6.
           SELECT RCXFILE ASSIGN TO DD16
           ORGANIZATION IS INDEXED
           RECORD KEY IS RCX-KEY
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS16.
           SELECT SUSFILE ASSIGN TO DD7
           ORGANIZATION IS INDEXED
           RECORD KEY IS ICR-UTR-REF
           RECORD KEY IS FRZ-ACCOUNT-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS12.
           SELECT ARSFILE ASSIGN TO DD13
           ORGANIZATION IS INDEXED
           RECORD KEY IS ARS-ACCOUNT-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS13.
           SELECT VDTFILE ASSIGN TO DD14
           ORGANIZATION IS INDEXED
           RECORD KEY IS VDT-RCPT-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS14.
           SELECT NTFFILE ASSIGN TO DD10
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS11.
           SELECT INBFILE ASSIGN TO DD15
           ORGANIZATION IS INDEXED
           RECORD KEY IS IFR-KEY
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS15.
       DATA DIVISION.
       FILE SECTION.

           05 FILLER              PIC X(01).
           05 HUB-NARRATIVE       PIC X(25).
           05 FILLER              PIC X(09).
       01 HUBCTL.
              COPY IFCREC.
       FD LOANFILE.
       01 LOANREC.
              COPY PLF3REC.
       FD RCPTFILE.
       01 RCPTREC1.
              COPY RCPTREC.
       FD RCXFILE.
       01 RCXREC1.
              COPY RCXREC.
       FD SUSFILE.
       01 SUSREC.
              COPY ICRREC.
       FD FRZFILE.
       01 FRZREC1.
              COPY FRZREC.
       FD ARSFILE.
       01 ARSREC1.
              COPY ARSREC.
       FD VDTFILE.
       01 VDTREC1.
              COPY VDTREC.
       FD NTFFILE.
      *    NOTIFICATION EVENTS FOR THE DISPATCHER - SAME LAYOUT AS
      *    THE ONLINE NOTIFQ ENTRIES, MERGED BY OPERATIONS.
           05 FILLER              PIC X(03).
           05 ORESULT         PIC X(30).
           05 FILLER              PIC X(05).
       FD INBFILE.
       01 INBREC1.
              COPY IFRREC.
       WORKING-STORAGE SECTION.
       01 FS1            PIC 9(02) VALUE 0.
       01 FS2            PIC 9(02) VALUE 0.
       01 FS10           PIC 9(02) VALUE 0.
       01 FS11           PIC 9(02) VALUE 0.
       01 FS12           PIC 9(02) VALUE 0.
       01 FS13           PIC 9(02) VALUE 0.
       01 FS14           PIC 9(02) VALUE 0.
       01 FS15           PIC 9(02) VALUE 0.
       01 FS16           PIC 9(02) VALUE 0.
       01 WS-RCX-OPEN    PIC X(01) VALUE 'N'.
      *  INBOUND-FILE CHECK - THE SENDER'S HEADER AND TRAILER ARE
      *  PROVED AGAINST WHAT IS ACTUALLY ON THE FILE AND THE FILE IS
      *  REGISTERED ON INBREG BEFORE ANYTHING ON IT IS APPLIED.
       01 WS-INB-SOURCE  PIC X(08) VALUE 'PAYHUB'.
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
       01 WS-ARS-OPEN    PIC X(01) VALUE 'N'.
       01 WS-VDT-OPEN    PIC X(01) VALUE 'N'.
       01 WS-ARC-SW      PIC X(01) VALUE 'N'.
       01 WS-ARC-COUNT   PIC 9(07) VALUE 0.
       01 WS-EOF         PIC X(01) VALUE 'N'.
       01 WS-D           PIC X(10) VALUE SPACES.
       01 WS-T           PIC X(10) VALUE SPACES.
           05 FILLER PIC X(05).
           05 FILLER PIC X(16) VALUE "TO SUSPENSE  : ".
           05 TSUSP-COUNT PIC ZZZ,ZZ9.
       01 TRAILER3.
           05 FILLER PIC X(05).
           05 FILLER PIC X(16) VALUE "TO ARC PAYABLE: ".
           05 TARC-COUNT  PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *    TRANSFERS LANDING THROUGH THE PAYMENT HUB USED TO BE TYPED
      *    ITEM THE WAY LOANPAY DOES AND PARKS WHATEVER IT CANNOT
      *    MATCH ON ICRSUS FOR THE SUSFIX SCREEN.
           PERFORM 100-OPEN-PARA.
           IF WS-EOF = 'N'
               PERFORM 050-INB-CHECK-PARA
           END-IF.
           PERFORM 200-HEADER-PARA.
           PERFORM 300-READ-PARA UNTIL WS-EOF = 'Y'.
           PERFORM 450-TRAILER-PARA.
           PERFORM 058-INB-END-PARA.
           PERFORM 400-CLOSE-PARA.
           DISPLAY "INBCR - POSTED: " WS-POST-COUNT
                   " TO SUSPENSE: " WS-SUSP-COUNT.
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
           IF FS15 = 00
               DISPLAY "INBFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-INB-OPEN
               PERFORM 052-INB-SCAN-PARA
               PERFORM 054-INB-VERIFY-PARA
               PERFORM 056-INB-REGISTER-PARA
           ELSE
               DISPLAY "INBFILE OPEN FAILURE" FS15
               MOVE 'REGISTER UNAVAILABLE' TO WS-INB-REASON
           END-IF.
           IF WS-INB-OK = 'Y'
      *        BACK TO THE TOP OF THE FILE FOR THE REAL RUN.
               CLOSE HUBFILE
               OPEN INPUT HUBFILE
               IF FS1 NOT = 00
                   DISPLAY "HUBFILE REOPEN FAILURE" FS1
                   MOVE 'N' TO WS-INB-OK
                   MOVE 'REOPEN FAILED' TO WS-INB-REASON
               END-IF
           END-IF.
           IF WS-INB-OK = 'N'
               DISPLAY "INBCR - INBOUND FILE REFUSED - " WS-INB-REASON
               MOVE 'Y' TO WS-EOF
           END-IF.

       052-INB-SCAN-PARA.
           MOVE 'N' TO WS-INB-EOF.
           PERFORM 053-INB-SCAN-STEP-PARA UNTIL WS-INB-EOF = 'Y'.

       053-INB-SCAN-STEP-PARA.
           READ HUBFILE AT END
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
                   IF HUB-AMOUNT NUMERIC
                       ADD HUB-AMOUNT TO WS-INB-HASH
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
           IF FS15 = 00 AND IFR-ACCEPTED
      *        ALREADY APPLIED - THE ATTEMPT IS COUNTED, NOTHING ELSE.
               MOVE 'N' TO WS-INB-OK
               MOVE 'ALREADY PROCESSED' TO WS-INB-REASON
               ADD 1 TO IFR-DUP-COUNT
               MOVE WS-INB-TODAY TO IFR-DUP-DATE-N
               REWRITE INBREC1
           ELSE IF FS15 = 00
      *        AN EARLIER REFUSAL, OR A RUN THAT ABENDED PART WAY - THE
      *        SAME FILE MAY BE OFFERED AGAIN.
               IF IFR-PROCESSING AND WS-INB-OK = 'Y'
                   DISPLAY "INBCR - RESTART ON FILE " IFR-KEY
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
           IF FS15 NOT = 00
               DISPLAY "INBFILE WRITE FAILURE" FS15 " ON " IFR-KEY
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
           MOVE 'INBCR' TO IFR-JOB.
           MOVE WS-INB-TODAY TO IFR-RUN-DATE-N.
           MOVE WS-INB-TIME TO IFR-RUN-TIME.

       058-INB-END-PARA.
           IF WS-INB-OK = 'Y'
               MOVE WS-INB-SOURCE TO IFR-SOURCE
               MOVE WS-INB-FILE-DATE TO IFR-FILE-DATE-N
               MOVE WS-INB-SEQ TO IFR-SEQ-NO
               READ INBFILE
               IF FS15 = 00
                   MOVE 'A' TO IFR-STATUS
                   REWRITE INBREC1
               END-IF
               IF FS15 NOT = 00
                   DISPLAY "INBFILE UPDATE FAILURE" FS15 " ON " IFR-KEY
               ELSE
                   DISPLAY "INBCR - INBOUND FILE " IFR-KEY " APPLIED"
               END-IF
           END-IF.
           IF WS-INB-OPEN = 'Y'
               CLOSE INBFILE
           END-IF.

       100-OPEN-PARA.
           OPEN INPUT HUBFILE.
           IF FS1 = 00
               DISPLAY "RCPTFILE OPEN FAILURE" FS6
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN I-O RCXFILE.
           IF FS16 = 00
               DISPLAY "RCXFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-RCX-OPEN
           ELSE
      *        NO RECEIPT INDEX - RCXBLD PUTS BACK WHAT IS MISSED.
               DISPLAY "RCXFILE OPEN FAILURE" FS16
           END-IF.
           OPEN I-O SUSFILE.
           IF FS7 = 00
               DISPLAY "SUSFILE OPEN SUCCESS"
      *        NO FREEZE FILE JUST MEANS NO MARKS TO HONOR.
               DISPLAY "FRZFILE OPEN FAILURE" FS12
           END-IF.
           OPEN I-O ARSFILE.
           IF FS13 = 00
               DISPLAY "ARSFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-ARS-OPEN
           ELSE
      *        NO ARC-SALE REGISTER - A CREDIT FOR A SOLD LOAN PARKS.
               DISPLAY "ARSFILE OPEN FAILURE" FS13
           END-IF.
           OPEN I-O VDTFILE.
           IF FS14 = 00
               DISPLAY "VDTFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-VDT-OPEN
           ELSE
               DISPLAY "VDTFILE OPEN FAILURE" FS14
           END-IF.
           OPEN OUTPUT NTFFILE.
           IF FS10 = 00
               DISPLAY "NTFFILE OPEN SUCCESS"
           READ HUBFILE AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               IF IFC-HEADER OR IFC-TRAILER
      *            THE SENDER'S CONTROL RECORDS - PROVED IN 050.
                   CONTINUE
               ELSE
                   PERFORM 310-ITEM-PARA
               END-IF
           END-READ.

       310-ITEM-PARA.
           MOVE HUB-ACCOUNT-REF TO OACCOUNT-NO.
           MOVE HUB-AMOUNT TO OAMOUNT.
           MOVE SPACES TO WS-PARK-REASON.
           MOVE 'N' TO WS-ARC-SW.
           IF HUB-AMOUNT NOT NUMERIC OR HUB-AMOUNT = 0
               MOVE "BAD AMOUNT" TO WS-PARK-REASON
           ELSE
               IF FS2 NOT = 00
                   MOVE "ACCOUNT NOT FOUND" TO WS-PARK-REASON
                   MOVE 00 TO FS2
               ELSE IF PLF-ACCT-SOLD
                   MOVE 'Y' TO WS-ARC-SW
               ELSE IF PLF-ACCT-DEAD
                   MOVE "ACCOUNT IS CLOSED" TO WS-PARK-REASON
               ELSE
                   END-IF
               END-IF
               END-IF
               END-IF
           END-IF.
           IF WS-PARK-REASON = SPACES AND WS-ARC-SW = 'Y'
               MOVE HUB-AMOUNT TO WS-COLL-AMT
               PERFORM 360-ARC-ROUTE-PARA
           ELSE IF WS-PARK-REASON = SPACES
               MOVE HUB-AMOUNT TO WS-COLL-AMT
               PERFORM 320-APPLY-PARA
               PERFORM 370-NOTIFY-PARA
               ADD 1 TO WS-POST-COUNT
           ELSE
               PERFORM 380-PARK-PARA
           END-IF
           END-IF.

       320-APPLY-PARA.
           END-IF.
           PERFORM 330-INST-APPLY-PARA.
           PERFORM 340-RECEIPT-PARA.
           PERFORM 345-VALUE-DATE-PARA.
           PERFORM 350-LEDGER-PARA.

       330-INST-APPLY-PARA.
               WRITE RCPTREC1
               IF FS6 NOT = 00
                   DISPLAY "RCPTFILE WRITE FAILURE" FS6
               ELSE
                   PERFORM 341-RCPT-INDEX-PARA
               END-IF
           END-IF.

       341-RCPT-INDEX-PARA.
      *    THE RECEIPT GOES ONTO RCPTIX ON THE ACCOUNT PATH AND THE
      *    OPERATOR PATH, EACH WITH ITS DATE, FOR THE ONLINE BROWSES.
      *    A 22 MEANS A REBUILD ALREADY PUT THE ROW THERE.
           IF WS-RCX-OPEN = 'Y'
               MOVE RCPT-DATE(7:4)  TO RCX-DATE-N(1:4)
               MOVE RCPT-DATE(1:2)  TO RCX-DATE-N(5:2)
               MOVE RCPT-DATE(4:2)  TO RCX-DATE-N(7:2)
               MOVE RCPT-NO         TO RCX-RCPT-NO
               MOVE 'A'             TO RCX-PATH
               MOVE RCPT-ACCOUNT-NO TO RCX-OWNER
               WRITE RCXREC1
               IF FS16 NOT = 00 AND FS16 NOT = 22
                   DISPLAY "RCXFILE WRITE FAILURE" FS16 " ON " RCPT-NO
               END-IF
               MOVE 'O'             TO RCX-PATH
               MOVE RCPT-OPERATOR   TO RCX-OWNER
               WRITE RCXREC1
               IF FS16 NOT = 00 AND FS16 NOT = 22
                   DISPLAY "RCXFILE WRITE FAILURE" FS16 " ON " RCPT-NO
               END-IF
           END-IF.

       345-VALUE-DATE-PARA.
      *    A CREDIT THE HUB HELD BEFORE TODAY WAS THE BANK'S MONEY FROM
      *    ITS VALUE DATE - IT IS REGISTERED ON VALDTF FOR THE NIGHTLY
      *    VALADJ RUN TO GIVE BACK THE INTEREST CHARGED IN BETWEEN.
           IF WS-VDT-OPEN = 'Y'
               AND HUB-VALUE-DATE-N NUMERIC
               AND HUB-VALUE-DATE-N > 0
               AND HUB-VALUE-DATE-N < WS-RUN-DATE-N
               MOVE RCPT-NO          TO VDT-RCPT-NO
               MOVE PLF-ACCOUNT-NO   TO VDT-ACCOUNT-NO
               MOVE HUB-VALUE-DATE-N TO VDT-VALUE-DATE-N
               MOVE WS-RUN-DATE-N    TO VDT-POST-DATE-N
               MOVE WS-COLL-AMT      TO VDT-AMOUNT
               MOVE WS-INT-PART      TO VDT-INT-PART
               MOVE WS-PRIN-PART     TO VDT-PRIN-PART
               MOVE WS-BATCH-OPID    TO VDT-SOURCE
               MOVE 'P'              TO VDT-STATUS
               MOVE 0                TO VDT-ADJ-INT
               MOVE 0                TO VDT-ADJ-PENAL
               MOVE 0                TO VDT-ADJ-DATE-N
               WRITE VDTREC1
               IF FS14 NOT = 00
                   DISPLAY "VDTFILE WRITE FAILURE" FS14 " ON "
                            RCPT-NO
                   MOVE 00 TO FS14
               END-IF
           END-IF.

                        PLF-ACCOUNT-NO
           END-IF.

       360-ARC-ROUTE-PARA.
      *    THE LOAN WAS SOLD TO AN ARC - THE CREDIT IS THE ARC'S, NOT
      *    OURS. THE BORROWER STILL GETS A RECEIPT, BUT THE MONEY GOES
      *    TO THE ARC PAYABLE ON THE SALE REGISTER AND THE DEAD LOAN,
      *    ITS SCHEDULE AND ITS LEDGER ARE LEFT ALONE.
           IF WS-ARS-OPEN = 'Y'
               MOVE PLF-ACCOUNT-NO TO ARS-ACCOUNT-NO
               READ ARSFILE
               IF FS13 NOT = 00
                   MOVE 00 TO FS13
                   MOVE "ARC SALE NOT FOUND" TO WS-PARK-REASON
               ELSE IF NOT ARS-SOLD
                   MOVE "ARC SALE NOT FOUND" TO WS-PARK-REASON
               END-IF
               END-IF
           ELSE
               MOVE "ARC SALE NOT FOUND" TO WS-PARK-REASON
           END-IF.
           IF WS-PARK-REASON NOT = SPACES
               PERFORM 380-PARK-PARA
           ELSE
               ADD WS-COLL-AMT TO ARS-PAYABLE
               REWRITE ARSREC1
               IF FS13 NOT = 00
                   DISPLAY "ARSFILE REWRITE FAILURE" FS13 " ON "
                            ARS-ACCOUNT-NO
                   MOVE 00 TO FS13
               END-IF
               MOVE 0 TO WS-INT-PART
               PERFORM 340-RECEIPT-PARA
               MOVE "ROUTED TO ARC PAYABLE" TO ORESULT
               WRITE OUTREC
               ADD 1 TO WS-ARC-COUNT
           END-IF.

       370-NOTIFY-PARA.
      *    THE CUSTOMER IS TOLD THE TRANSFER ARRIVED AND POSTED - THE
      *    EVENT RECORD MATCHES WHAT LOANPAY PUTS ON NOTIFQ AND THE
           WRITE OUTREC FROM TRAILER1.
           MOVE WS-SUSP-COUNT TO TSUSP-COUNT.
           WRITE OUTREC FROM TRAILER2.
           MOVE WS-ARC-COUNT TO TARC-COUNT.
           WRITE OUTREC FROM TRAILER3.

       400-CLOSE-PARA.
           CLOSE HUBFILE.
           CLOSE LEDGFILE.
           CLOSE RCCFILE.
           CLOSE RCPTFILE.
           IF WS-RCX-OPEN = 'Y'
               CLOSE RCXFILE
           END-IF.
           CLOSE SUSFILE.
           CLOSE CUSTFILE.
           IF WS-FRZ-OPEN = 'Y'
               CLOSE FRZFILE
           END-IF.
           IF WS-ARS-OPEN = 'Y'
               CLOSE ARSFILE
           END-IF.
           IF WS-VDT-OPEN = 'Y'
               CLOSE VDTFILE
           END-IF.
           CLOSE NTFFILE.
           CLOSE OUTFILE.
