       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPSCERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CRTFILE ASSIGN TO DD1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS1.
           SELECT OPSFILE ASSIGN TO DD3
           ORGANIZATION IS INDEXED
           RECORD KEY IS OPS-OPID
           ACCESS MODE IS DYNAMIC
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

       FD CRTFILE.
      *  THE CERTIFICATION CARDS OPSREVU SENT OUT, RETURNED MARKED
      *  AND SIGNED BY THE BRANCH MANAGERS. MAY BE EMPTY ON THE
      *  DEADLINE RUN.
       01 CRTREC.
              COPY RCTREC.
       FD OPSFILE.
       01 OPSREC1.
              COPY OPSREC.
       FD OUTFILE.
       01 OUTREC                       PIC X(80).
       FD RUNFILE.
       01 RUNREC1.
              COPY RUNREC.
       WORKING-STORAGE SECTION.
       01 FS1            PIC 9(02) VALUE 0.
       01 FS3            PIC 9(02) VALUE 0.
       01 FS4            PIC 9(02) VALUE 0.
       01 FS9            PIC 9(02) VALUE 0.
       01 WS-EOF         PIC X(01) VALUE 'N'.
       01 WS-EOF3        PIC X(01) VALUE 'N'.
       01 WS-RC-STOP     PIC X(01) VALUE 'N'.
       01 WS-BUS-DATE-N  PIC 9(08) VALUE 0.
       01 WS-REVIEW-N    PIC 9(08) VALUE 0.
       01 WS-DEADLINE-N  PIC 9(08) VALUE 0.
      *  THE CERTIFIER'S OWN OPSEC ENTRY - A CARD IS GOOD ONLY WHEN
      *  SIGNED BY A LIVE ID OF BRANCH-MANAGER LEVEL OR ABOVE, OF THE
      *  SAME BRANCH UNLESS REGIONAL OFFICE OR HIGHER, AND NEVER BY
      *  THE OPERATOR ON THE CARD.
       01 WS-CRT-OK      PIC X(01) VALUE 'N'.
       01 WS-CRT-LEVEL   PIC 9(01) VALUE 0.
       01 WS-CRT-BRANCH  PIC X(04) VALUE SPACES.
       01 WS-CRT-LOCKED  PIC X(01) VALUE 'N'.
       01 WS-CARD-COUNT  PIC 9(05) VALUE 0.
       01 WS-CERT-COUNT  PIC 9(05) VALUE 0.
       01 WS-REVOKE-COUNT PIC 9(05) VALUE 0.
       01 WS-REJ-COUNT   PIC 9(05) VALUE 0.
       01 WS-LOCK-COUNT  PIC 9(05) VALUE 0.

       01 HEADER1.
           05 FILLER PIC X(80) VALUE ALL "*".
       01 HEADER4.
           05 FILLER PIC X(20).
           05 FILLER PIC X(40) VALUE "STATE BANK OF INDIA".
           05 FILLER PIC X(20).
       01 HEADER5.
           05 FILLER PIC X(20).
           05 FILLER PIC X(30) VALUE "ACCESS CERTIFICATION - REVIEW ".
           05 HREVIEW PIC 9(08).
           05 FILLER PIC X(22).
       01 HEADER3.
           05 FILLER PIC X(01).
           05 FILLER PIC X(05) VALUE "BRCH".
           05 FILLER PIC X(06) VALUE "OPID".
           05 FILLER PIC X(02) VALUE "D".
           05 FILLER PIC X(06) VALUE "BY".
           05 FILLER PIC X(60) VALUE "RESULT".
       01 CRT-LINE.
           05 FILLER      PIC X(01).
           05 CL-BRANCH   PIC X(04).
           05 FILLER      PIC X(01).
           05 CL-OPID     PIC X(05).
           05 FILLER      PIC X(01).
           05 CL-DECISION PIC X(01).
           05 FILLER      PIC X(01).
           05 CL-BY       PIC X(05).
           05 FILLER      PIC X(01).
           05 CL-RESULT   PIC X(40).
           05 FILLER      PIC X(20).
       01 TRAILER1.
           05 FILLER PIC X(05).
           05 FILLER PIC X(30) VALUE "CARDS RETURNED              :".
           05 TCARDS PIC ZZ,ZZ9.
           05 FILLER PIC X(39).
       01 TRAILER2.
           05 FILLER PIC X(05).
           05 FILLER PIC X(30) VALUE "IDS CERTIFIED               :".
           05 TCERT  PIC ZZ,ZZ9.
           05 FILLER PIC X(39).
       01 TRAILER3.
           05 FILLER PIC X(05).
           05 FILLER PIC X(30) VALUE "IDS REVOKED                 :".
           05 TREVK  PIC ZZ,ZZ9.
           05 FILLER PIC X(39).
       01 TRAILER4.
           05 FILLER PIC X(05).
           05 FILLER PIC X(30) VALUE "CARDS REJECTED              :".
           05 TREJ   PIC ZZ,ZZ9.
           05 FILLER PIC X(39).
       01 TRAILER5.
           05 FILLER PIC X(05).
           05 FILLER PIC X(30) VALUE "LOCKED AT DEADLINE          :".
           05 TLOCK  PIC ZZ,ZZ9.
           05 FILLER PIC X(39).
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *    APPLIES THE SIGNED CERTIFICATION CARDS OF THE REVIEW OPSREVU
      *    OPENED. A CERTIFIED ID IS STAMPED WITH THE DATE AND THE
      *    MANAGER WHO SIGNED; A REVOKED ID IS LOCKED AT ONCE. THE RUN
      *    ON OR AFTER THE DEADLINE ALSO LOCKS EVERY LIVE ID NOT
      *    CERTIFIED SINCE THE REVIEW AND CLOSES THE CYCLE, SO THE
      *    NEXT QUARTER'S REVIEW CAN START. RUN AS OFTEN AS CARDS COME
      *    BACK BEFORE THE DEADLINE.
           PERFORM 100-OPEN-PARA.
           IF WS-RC-STOP = 'N'
               PERFORM 150-CYCLE-PARA
           END-IF.
           IF WS-RC-STOP = 'N'
               PERFORM 200-HEADER-PARA
               PERFORM 300-CARD-PARA UNTIL WS-EOF = 'Y'
               IF WS-BUS-DATE-N NOT < WS-DEADLINE-N
                   PERFORM 500-DEADLINE-PARA
               ELSE
                   DISPLAY "OPSCERT - DEADLINE " WS-DEADLINE-N
                           " NOT REACHED - NO IDS LOCKED"
               END-IF
               PERFORM 600-TRAILER-PARA
           END-IF.
           PERFORM 900-CLOSE-PARA.
           STOP RUN.

       100-OPEN-PARA.
           OPEN INPUT CRTFILE.
           IF FS1 = 00
               DISPLAY "CRTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "CRTFILE OPEN FAILURE" FS1
               MOVE 'Y' TO WS-RC-STOP
           END-IF.
           OPEN I-O OPSFILE.
           IF FS3 = 00
               DISPLAY "OPSFILE OPEN SUCCESS"
           ELSE
               DISPLAY "OPSFILE OPEN FAILURE" FS3
               MOVE 'Y' TO WS-RC-STOP
           END-IF.
           OPEN OUTPUT OUTFILE.
           IF FS4 = 00
               DISPLAY "OUTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "OUTFILE OPEN FAILURE" FS4
               MOVE 'Y' TO WS-RC-STOP
           END-IF.
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
               END-IF
           END-IF.

       150-CYCLE-PARA.
           MOVE 'OPSCERT ' TO RUN-JOB.
           READ RUNFILE.
           IF FS9 NOT = 00
               DISPLAY "OPSCERT - NO REVIEW ON RUNCTL - RUN OPSREVU"
               MOVE 'Y' TO WS-RC-STOP
           ELSE IF NOT RUN-STARTED
               DISPLAY "OPSCERT - REVIEW OF " RUN-LAST-DATE-N
                       " ALREADY CLOSED"
               MOVE 'Y' TO WS-RC-STOP
           ELSE
               MOVE RUN-BUSDATE-N TO WS-DEADLINE-N
               MOVE RUN-LAST-DATE-N TO WS-REVIEW-N
               DISPLAY "OPSCERT - REVIEW OF " WS-REVIEW-N
                       " DEADLINE " WS-DEADLINE-N
           END-IF
           END-IF.

       200-HEADER-PARA.
           MOVE WS-REVIEW-N TO HREVIEW.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM HEADER4.
           WRITE OUTREC FROM HEADER5.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM HEADER3.
           WRITE OUTREC FROM HEADER1.

       300-CARD-PARA.
           READ CRTFILE AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               ADD 1 TO WS-CARD-COUNT
               PERFORM 310-CARD-CHECK-PARA
           END-READ.

       310-CARD-CHECK-PARA.
           MOVE SPACES TO CRT-LINE.
           MOVE RCT-BRANCH TO CL-BRANCH.
           MOVE RCT-OPID TO CL-OPID.
           MOVE RCT-DECISION TO CL-DECISION.
           MOVE RCT-CERTIFIER TO CL-BY.
           IF RCT-REVIEW-DATE-N NOT = WS-REVIEW-N
               MOVE "CARD IS FROM ANOTHER REVIEW" TO CL-RESULT
               ADD 1 TO WS-REJ-COUNT
           ELSE IF NOT (RCT-CERTIFY OR RCT-REVOKE)
               MOVE "NO DECISION MARKED (C OR R)" TO CL-RESULT
               ADD 1 TO WS-REJ-COUNT
           ELSE IF RCT-CERTIFIER = SPACES
               OR RCT-CERTIFIER = RCT-OPID
               MOVE "NOT SIGNED OR SELF-SIGNED" TO CL-RESULT
               ADD 1 TO WS-REJ-COUNT
           ELSE
               PERFORM 320-CERTIFIER-PARA
               IF WS-CRT-OK = 'N'
                   ADD 1 TO WS-REJ-COUNT
               ELSE
                   PERFORM 330-APPLY-PARA
               END-IF
           END-IF
           END-IF
           END-IF.
           WRITE OUTREC FROM CRT-LINE.

       320-CERTIFIER-PARA.
           MOVE 'N' TO WS-CRT-OK.
           MOVE RCT-CERTIFIER TO OPS-OPID.
           MOVE 0 TO OPS-AUTH-LEVEL.
           MOVE SPACES TO OPS-BRANCH.
           READ OPSFILE.
           IF FS3 NOT = 00
               MOVE 00 TO FS3
               MOVE "CERTIFIER NOT ON OPSEC" TO CL-RESULT
           ELSE
               MOVE 0 TO WS-CRT-LEVEL
               IF OPS-AUTH-LEVEL NUMERIC
                   MOVE OPS-AUTH-LEVEL TO WS-CRT-LEVEL
               END-IF
               MOVE OPS-BRANCH TO WS-CRT-BRANCH
               MOVE 'N' TO WS-CRT-LOCKED
               IF OPS-LOCKED
                   MOVE 'Y' TO WS-CRT-LOCKED
               END-IF
               IF WS-CRT-LOCKED = 'Y'
                   MOVE "CERTIFIER ID IS LOCKED" TO CL-RESULT
               ELSE IF WS-CRT-LEVEL < 2
                   MOVE "CERTIFIER BELOW BRANCH MANAGER" TO CL-RESULT
               ELSE IF WS-CRT-LEVEL = 2
                   AND WS-CRT-BRANCH NOT = RCT-BRANCH
                   MOVE "CERTIFIER IS OF ANOTHER BRANCH" TO CL-RESULT
               ELSE
                   MOVE 'Y' TO WS-CRT-OK
               END-IF
               END-IF
               END-IF
           END-IF.

       330-APPLY-PARA.
           MOVE RCT-OPID TO OPS-OPID.
           MOVE 0 TO OPS-AUTH-LEVEL.
           MOVE SPACES TO OPS-BRANCH, OPS-CERT-BY.
           MOVE 0 TO OPS-CERT-DATE-N.
           READ OPSFILE.
           IF FS3 NOT = 00
               MOVE 00 TO FS3
               MOVE "OPERATOR NOT ON OPSEC" TO CL-RESULT
               ADD 1 TO WS-REJ-COUNT
           ELSE
               MOVE WS-BUS-DATE-N TO OPS-CERT-DATE-N
               MOVE RCT-CERTIFIER TO OPS-CERT-BY
               IF RCT-REVOKE
                   MOVE 'U' TO OPS-LOCK-SW
               END-IF
               REWRITE OPSREC1
               IF FS3 NOT = 00
                   DISPLAY "OPSFILE REWRITE FAILURE" FS3 " ON "
                           OPS-OPID
                   MOVE 00 TO FS3
                   MOVE "OPSEC UPDATE FAILED" TO CL-RESULT
                   ADD 1 TO WS-REJ-COUNT
               ELSE IF RCT-REVOKE
                   MOVE "ACCESS REVOKED - ID LOCKED" TO CL-RESULT
                   ADD 1 TO WS-REVOKE-COUNT
               ELSE IF OPS-LOCKED
      *            CERTIFYING DOES NOT UNLOCK - THAT IS A RESET BY THE
      *            SECURITY ADMINISTRATOR.
                   MOVE "CERTIFIED - ID STAYS LOCKED" TO CL-RESULT
                   ADD 1 TO WS-CERT-COUNT
               ELSE
                   MOVE "CERTIFIED" TO CL-RESULT
                   ADD 1 TO WS-CERT-COUNT
               END-IF
               END-IF
               END-IF
           END-IF.

       500-DEADLINE-PARA.
           WRITE OUTREC FROM HEADER1.
           MOVE LOW-VALUES TO OPS-OPID.
           MOVE 'N' TO WS-EOF3.
           START OPSFILE KEY >= OPS-OPID
               INVALID KEY MOVE 'Y' TO WS-EOF3
           END-START.
           PERFORM 510-DEADLINE-STEP-PARA UNTIL WS-EOF3 = 'Y'.
      *    THE CYCLE IS CLOSED - RUN-LAST-DATE-N KEEPS THE REVIEW DATE.
           MOVE 'OPSCERT ' TO RUN-JOB.
           READ RUNFILE.
           IF FS9 = 00
               MOVE 'E' TO RUN-STATUS
               REWRITE RUNREC1
           END-IF.
           IF FS9 = 00
               DISPLAY "OPSCERT - REVIEW OF " WS-REVIEW-N " CLOSED"
           ELSE
               DISPLAY "OPSCERT - RUNCTL UPDATE FAILURE" FS9
           END-IF.

       510-DEADLINE-STEP-PARA.
           READ OPSFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-EOF3
           NOT AT END
               IF OPS-CERT-DATE-N NOT NUMERIC
                   MOVE 0 TO OPS-CERT-DATE-N
               END-IF
               IF NOT OPS-LOCKED
                   AND OPS-CERT-DATE-N < WS-REVIEW-N
                   PERFORM 520-LOCK-PARA
               END-IF
           END-READ.

       520-LOCK-PARA.
           MOVE 'U' TO OPS-LOCK-SW.
           REWRITE OPSREC1.
           MOVE SPACES TO CRT-LINE.
           MOVE OPS-BRANCH TO CL-BRANCH.
           MOVE OPS-OPID TO CL-OPID.
           IF FS3 = 00
               MOVE "NOT CERTIFIED BY DEADLINE - LOCKED" TO CL-RESULT
               ADD 1 TO WS-LOCK-COUNT
           ELSE
               DISPLAY "OPSFILE REWRITE FAILURE" FS3 " ON " OPS-OPID
               MOVE 00 TO FS3
               MOVE "NOT CERTIFIED - LOCK FAILED" TO CL-RESULT
           END-IF.
           WRITE OUTREC FROM CRT-LINE.

       600-TRAILER-PARA.
           WRITE OUTREC FROM HEADER1.
           MOVE WS-CARD-COUNT TO TCARDS.
           WRITE OUTREC FROM TRAILER1.
           MOVE WS-CERT-COUNT TO TCERT.
           WRITE OUTREC FROM TRAILER2.
           MOVE WS-REVOKE-COUNT TO TREVK.
           WRITE OUTREC FROM TRAILER3.
           MOVE WS-REJ-COUNT TO TREJ.
           WRITE OUTREC FROM TRAILER4.
           MOVE WS-LOCK-COUNT TO TLOCK.
           WRITE OUTREC FROM TRAILER5.

       900-CLOSE-PARA.
           CLOSE CRTFILE.
           CLOSE OPSFILE.
           IF FS3 = 00
               DISPLAY "OPSFILE CLOSE SUCCESS"
           ELSE
               DISPLAY "OPSFILE CLOSE FAILURE" FS3
           END-IF.
           CLOSE OUTFILE.
           CLOSE RUNFILE.
