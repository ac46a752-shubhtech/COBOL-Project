       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLREL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COLFILE ASSIGN TO DD1
           ORGANIZATION IS INDEXED
           RECORD KEY IS COL-ACCOUNT-NO
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS1.
           SELECT LOANFILE ASSIGN TO DD2
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLF-ACCOUNT-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS2.
           SELECT OUTFILE ASSIGN TO DD3
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS3.
       DATA DIVISION.
       FILE SECTION.

       FD COLFILE.
       01 COLREC1.
              COPY COLREC.
       FD LOANFILE.
       01 LOANREC.
              COPY PLF3REC.
       FD OUTFILE.
       01 OUTREC.
           05 FILLER              PIC X(02).
           05 OACCOUNT-NO     PIC X(10).
           05 FILLER              PIC X(02).
           05 OCOL-TYPE       PIC X(01).
           05 FILLER              PIC X(02).
           05 OCOL-DESC       PIC X(25).
           05 FILLER              PIC X(02).
           05 OSTS            PIC X(01).
           05 FILLER              PIC X(02).
           05 OSETTLED        PIC X(10).
           05 FILLER              PIC X(02).
           05 ODAYS           PIC ZZZZ9.
           05 FILLER              PIC X(02).
           05 OFLAG           PIC X(14).
       WORKING-STORAGE SECTION.
       01 FS1            PIC 9(02) VALUE 0.
       01 FS2            PIC 9(02) VALUE 0.
       01 FS3            PIC 9(02) VALUE 0.
       01 WS-EOF         PIC X(01) VALUE 'N'.
       01 WS-D           PIC X(10) VALUE SPACES.
       01 WS-DATE-NUM    PIC 9(06) VALUE 0.
       01 WS-TODAY       PIC 9(08) VALUE 0.
       01 WS-SETTLE-N    PIC 9(08) VALUE 0.
       01 WS-DAYS        PIC S9(07) VALUE 0.
      *  THE RETURN OF TITLE DOCUMENTS IS DUE WITHIN 30 DAYS OF
      *  SETTLEMENT - ANYTHING OLDER IS FLAGGED FOR THE BRANCH HEAD.
       01 WS-LATE-DAYS   PIC 9(03) VALUE 30.
       01 WS-DATE-WORK.
           05 WS-DW-MM     PIC 9(02).
           05 FILLER       PIC X(01).
           05 WS-DW-DD     PIC 9(02).
           05 FILLER       PIC X(01).
           05 WS-DW-YYYY   PIC 9(04).
       01 WS-SD-N        PIC 9(08).
       01 WS-SD-WORK REDEFINES WS-SD-N.
           05 WS-SD-YYYY   PIC 9(04).
           05 WS-SD-MM     PIC 9(02).
           05 WS-SD-DD     PIC 9(02).
       01 WS-DUE-COUNT   PIC 9(07) VALUE 0.
       01 WS-B1-COUNT    PIC 9(07) VALUE 0.
       01 WS-B2-COUNT    PIC 9(07) VALUE 0.
       01 WS-B3-COUNT    PIC 9(07) VALUE 0.

       01 HEADER1.
           05 FILLER PIC X(80) VALUE ALL "*".
       01 HEADER4.
           05 FILLER PIC X(20).
           05 FILLER PIC X(40) VALUE "STATE BANK OF INDIA".
           05 FILLER PIC X(20).
       01 HEADER5.
           05 FILLER PIC X(16).
           05 FILLER PIC X(48) VALUE
              "SECURITIES PENDING RETURN ON SETTLED ACCOUNTS".
           05 FILLER PIC X(16).
       01 HEADER3.
           05 FILLER PIC X(02).
           05 FILLER PIC X(12) VALUE "ACCOUNT NO.".
           05 FILLER PIC X(03) VALUE "TY".
           05 FILLER PIC X(27) VALUE "SECURITY".
           05 FILLER PIC X(03) VALUE "ST".
           05 FILLER PIC X(12) VALUE "SETTLED".
           05 FILLER PIC X(07) VALUE " DAYS".
           05 FILLER PIC X(14).
       01 TRAILER1.
           05 FILLER PIC X(05).
           05 FILLER PIC X(26) VALUE "PENDING RETURN          :".
           05 TDUE-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(42).
       01 TRAILER2.
           05 FILLER PIC X(05).
           05 FILLER PIC X(26) VALUE "  0 - 30 DAYS           :".
           05 TB1-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(42).
       01 TRAILER3.
           05 FILLER PIC X(05).
           05 FILLER PIC X(26) VALUE " 31 - 90 DAYS           :".
           05 TB2-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(42).
       01 TRAILER4.
           05 FILLER PIC X(05).
           05 FILLER PIC X(26) VALUE " OVER 90 DAYS           :".
           05 TB3-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(42).
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *    THE PENDING-RELEASE REGISTER - EVERY SECURITY STILL IN THE
      *    STRONGROOM AGAINST A CLOSED OR FORECLOSED ACCOUNT, AGED BY
      *    DAYS SINCE SETTLEMENT. A WRITTEN-OFF ACCOUNT'S SECURITY IS
      *    HELD FOR RECOVERY, NOT DUE BACK, AND IS NOT LISTED.
           PERFORM 100-OPEN-PARA.
           PERFORM 200-HEADER-PARA.
           PERFORM 300-READ-PARA UNTIL WS-EOF = 'Y'.
           PERFORM 350-TRAILER-PARA.
           PERFORM 400-CLOSE-PARA.
           STOP RUN.

       100-OPEN-PARA.
           OPEN INPUT COLFILE.
           IF FS1 = 00
               DISPLAY "COLFILE OPEN SUCCESS"
           ELSE
               DISPLAY "COLFILE OPEN FAILURE" FS1
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN INPUT LOANFILE.
           IF FS2 = 00
               DISPLAY "LOANFILE OPEN SUCCESS"
           ELSE
               DISPLAY "LOANFILE OPEN FAILURE" FS2
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN OUTPUT OUTFILE.
           IF FS3 = 00
               DISPLAY "OUTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "OUTFILE OPEN FAILURE" FS3
               MOVE 'Y' TO WS-EOF
           END-IF.

       200-HEADER-PARA.
           ACCEPT WS-D FROM DATE.
           MOVE WS-D(1:6) TO WS-DATE-NUM.
           COMPUTE WS-TODAY = 20000000 + WS-DATE-NUM.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM HEADER4.
           WRITE OUTREC FROM HEADER5.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM HEADER3.
           WRITE OUTREC FROM HEADER1.

       300-READ-PARA.
           READ COLFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               IF NOT COL-RELEASED
                   PERFORM 310-ACCOUNT-PARA
               END-IF
           END-READ.

       310-ACCOUNT-PARA.
           MOVE COL-ACCOUNT-NO TO PLF-ACCOUNT-NO.
           READ LOANFILE.
           IF FS2 NOT = 00
               MOVE 00 TO FS2
           ELSE
               IF PLF-ACCT-CLOSED OR PLF-ACCT-FORECLOSED
                   PERFORM 320-SETTLE-DATE-PARA
                   PERFORM 330-LINE-PARA
               END-IF
           END-IF.

       320-SETTLE-DATE-PARA.
      *    THE SETTLEMENT DATE IS STAMPED ON THE SECURITY WHEN THE
      *    ACCOUNT SETTLES. ACCOUNTS SETTLED BEFORE THAT FALL BACK TO
      *    THE DATE THE SETTLEMENT LEFT ON THE ACCOUNT ITSELF - THE
      *    EXPIRY DATE FOR A CLOSURE, THE REWRITE DATE FOR A
      *    FORECLOSURE.
           MOVE 0 TO WS-SETTLE-N.
           IF COL-REL-DUE AND COL-SETTLE-DATE-N NUMERIC
               MOVE COL-SETTLE-DATE-N TO WS-SETTLE-N
           ELSE
               IF PLF-ACCT-CLOSED
                   MOVE PLF-EXPIRY-DATE TO WS-DATE-WORK
               ELSE
                   MOVE PLF-REW-DATE TO WS-DATE-WORK
               END-IF
               IF WS-DW-MM NUMERIC AND WS-DW-DD NUMERIC
                   AND WS-DW-YYYY NUMERIC
                   COMPUTE WS-SETTLE-N =
                         WS-DW-YYYY * 10000 + WS-DW-MM * 100
                         + WS-DW-DD
               END-IF
           END-IF.

       330-LINE-PARA.
           MOVE LOW-VALUES TO OUTREC.
           MOVE COL-ACCOUNT-NO TO OACCOUNT-NO.
           MOVE COL-TYPE TO OCOL-TYPE.
           MOVE COL-DESC TO OCOL-DESC.
           IF COL-REL-DUE
               MOVE 'D' TO OSTS
           ELSE
               MOVE 'H' TO OSTS
           END-IF.
           IF WS-SETTLE-N > 19000101 AND WS-SETTLE-N <= WS-TODAY
               MOVE WS-SETTLE-N TO WS-SD-N
               MOVE WS-SD-MM   TO OSETTLED(1:2)
               MOVE "/"        TO OSETTLED(3:1)
               MOVE WS-SD-DD   TO OSETTLED(4:2)
               MOVE "/"        TO OSETTLED(6:1)
               MOVE WS-SD-YYYY TO OSETTLED(7:4)
               COMPUTE WS-DAYS =
                     FUNCTION INTEGER-OF-DATE(WS-TODAY)
                   - FUNCTION INTEGER-OF-DATE(WS-SETTLE-N)
               MOVE WS-DAYS TO ODAYS
               IF WS-DAYS > WS-LATE-DAYS
                   MOVE "RETURN OVERDUE" TO OFLAG
               END-IF
           ELSE
               MOVE "UNKNOWN" TO OSETTLED
               MOVE 0 TO WS-DAYS
               MOVE 0 TO ODAYS
               MOVE "CHECK DATE" TO OFLAG
           END-IF.
           WRITE OUTREC.
           ADD 1 TO WS-DUE-COUNT.
           IF WS-DAYS > 90
               ADD 1 TO WS-B3-COUNT
           ELSE IF WS-DAYS > 30
               ADD 1 TO WS-B2-COUNT
           ELSE
               ADD 1 TO WS-B1-COUNT
           END-IF
           END-IF.

       350-TRAILER-PARA.
           WRITE OUTREC FROM HEADER1.
           MOVE WS-DUE-COUNT TO TDUE-COUNT.
           WRITE OUTREC FROM TRAILER1.
           MOVE WS-B1-COUNT TO TB1-COUNT.
           WRITE OUTREC FROM TRAILER2.
           MOVE WS-B2-COUNT TO TB2-COUNT.
           WRITE OUTREC FROM TRAILER3.
           MOVE WS-B3-COUNT TO TB3-COUNT.
           WRITE OUTREC FROM TRAILER4.

       400-CLOSE-PARA.
           CLOSE COLFILE.
           IF FS1 = 00
               DISPLAY "COLFILE CLOSE SUCCESS"
           ELSE
               DISPLAY "COLFILE CLOSE FAILURE" FS1
           END-IF.
           CLOSE LOANFILE.
           IF FS2 = 00
               DISPLAY "LOANFILE CLOSE SUCCESS"
           ELSE
               DISPLAY "LOANFILE CLOSE FAILURE" FS2
           END-IF.
           CLOSE OUTFILE.
           IF FS3 = 00
               DISPLAY "OUTFILE CLOSE SUCCESS"
           ELSE
               DISPLAY "OUTFILE CLOSE FAILURE" FS3
           END-IF.
