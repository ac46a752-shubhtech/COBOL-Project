       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLRECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PTRFILE ASSIGN TO DD1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS1.
           SELECT CLNFILE ASSIGN TO DD2
           ORGANIZATION IS INDEXED
           RECORD KEY IS CLN-ACCOUNT-NO
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS2.
           SELECT OUTFILE ASSIGN TO DD3
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS3.
       DATA DIVISION.
       FILE SECTION.

       FD PTRFILE.
      *    THE PARTNER'S RETURNED BOOK - ONE CARD PER ACCOUNT IN
      *    ACCOUNT ORDER: ACCOUNT, PARTNER CODE AND THE PARTNER'S OWN
      *    FIGURE FOR ITS OUTSTANDING SHARE, ZERO-FILLED RUPEES.
       01 PTRREC.
           05 PTR-ACCOUNT         PIC X(10).
           05 FILLER              PIC X(01).
           05 PTR-PARTNER         PIC X(06).
           05 FILLER              PIC X(01).
           05 PTR-OS              PIC X(09).
           05 PTR-OS-N REDEFINES PTR-OS PIC 9(09).
           05 FILLER              PIC X(53).
       FD CLNFILE.
       01 CLNREC1.
              COPY CLNREC.
       FD OUTFILE.
       01 OUTREC.
           05 FILLER              PIC X(02).
           05 OACCOUNT-NO     PIC X(10).
           05 FILLER              PIC X(02).
           05 OPARTNER        PIC X(06).
           05 FILLER              PIC X(02).
           05 OOUR-OS         PIC Z(08)9.
           05 FILLER              PIC X(02).
           05 OPTR-OS         PIC Z(08)9.
           05 FILLER              PIC X(02).
           05 ODIFF           PIC -(08)9.
           05 FILLER              PIC X(02).
           05 OREMARK         PIC X(22).
           05 FILLER              PIC X(03).
       WORKING-STORAGE SECTION.
       01 FS1            PIC 9(02) VALUE 0.
       01 FS2            PIC 9(02) VALUE 0.
       01 FS3            PIC 9(02) VALUE 0.
       01 WS-EOF1        PIC X(01) VALUE 'N'.
       01 WS-EOF2        PIC X(01) VALUE 'N'.
       01 WS-PTR-KEY     PIC X(10) VALUE SPACES.
       01 WS-CLN-KEY     PIC X(10) VALUE SPACES.
       01 WS-CLN-TAKE    PIC X(01) VALUE 'N'.
       01 WS-PARM-TOL    PIC X(05) VALUE SPACES.
      *    ROUNDING ON EACH SIDE'S SPLIT CAN LEAVE A RUPEE OR SO
      *    BETWEEN THE TWO BOOKS - DIFFERENCES WITHIN THE TOLERANCE
      *    COUNT AS AGREED. ONE RUPEE UNLESS THE RUN CARD SAYS
      *    OTHERWISE.
       01 WS-TOLERANCE   PIC 9(05) VALUE 1.
       01 WS-DIFF        PIC S9(10) VALUE 0.
       01 WS-ABS-DIFF    PIC 9(10) VALUE 0.
       01 WS-MATCH-COUNT PIC 9(07) VALUE 0.
       01 WS-DIFF-COUNT  PIC 9(07) VALUE 0.
       01 WS-OURS-COUNT  PIC 9(07) VALUE 0.
       01 WS-THEIRS-COUNT PIC 9(07) VALUE 0.
       01 WS-OUR-TOTAL   PIC 9(11) VALUE 0.
       01 WS-PTR-TOTAL   PIC 9(11) VALUE 0.

       01 HEADER1.
           05 FILLER PIC X(80) VALUE ALL "*".
       01 HEADER4.
           05 FILLER PIC X(20).
           05 FILLER PIC X(40) VALUE "STATE BANK OF INDIA".
           05 FILLER PIC X(20).
       01 HEADER5.
           05 FILLER PIC X(14).
           05 FILLER PIC X(52) VALUE
              "CO-LENDING PARTNER BOOK RECONCILIATION".
           05 FILLER PIC X(14).
       01 HEADER3.
           05 FILLER PIC X(02).
           05 FILLER PIC X(12) VALUE "ACCOUNT NO.".
           05 FILLER PIC X(08) VALUE "PARTNER".
           05 FILLER PIC X(11) VALUE "OUR BOOK".
           05 FILLER PIC X(11) VALUE "PARTNER".
           05 FILLER PIC X(11) VALUE "DIFFERENCE".
           05 FILLER PIC X(25) VALUE "REMARK".
       01 TRAILER1.
           05 FILLER PIC X(05).
           05 TLABEL PIC X(26).
           05 TCOUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(42).
       01 TRAILER2.
           05 FILLER PIC X(05).
           05 TLABEL2 PIC X(26).
           05 TAMOUNT PIC Z(10)9.
           05 FILLER PIC X(38).
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           PERFORM 100-OPEN-PARA.
           PERFORM 150-PARM-PARA.
           PERFORM 200-HEADER-PARA.
           PERFORM 310-PTR-NEXT-PARA.
           PERFORM 320-CLN-NEXT-PARA.
           PERFORM 300-MATCH-PARA
              UNTIL WS-EOF1 = 'Y' AND WS-EOF2 = 'Y'.
           PERFORM 350-TRAILER-PARA.
           PERFORM 400-CLOSE-PARA.
           STOP RUN.

       100-OPEN-PARA.
           OPEN INPUT PTRFILE.
           IF FS1 = 00
               DISPLAY "PTRFILE OPEN SUCCESS"
           ELSE
               DISPLAY "PTRFILE OPEN FAILURE" FS1
               MOVE 'Y' TO WS-EOF1
           END-IF.
           OPEN INPUT CLNFILE.
           IF FS2 = 00
               DISPLAY "CLNFILE OPEN SUCCESS"
           ELSE
               DISPLAY "CLNFILE OPEN FAILURE" FS2
               MOVE 'Y' TO WS-EOF2
           END-IF.
           OPEN OUTPUT OUTFILE.
           IF FS3 = 00
               DISPLAY "OUTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "OUTFILE OPEN FAILURE" FS3
               MOVE 'Y' TO WS-EOF1
               MOVE 'Y' TO WS-EOF2
           END-IF.

       150-PARM-PARA.
      *    ONE SYSIN CARD - THE TOLERANCE IN RUPEES, BLANK = 1.
           ACCEPT WS-PARM-TOL FROM SYSIN.
           IF WS-PARM-TOL NUMERIC
               MOVE WS-PARM-TOL TO WS-TOLERANCE
           END-IF.

       200-HEADER-PARA.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM HEADER4.
           WRITE OUTREC FROM HEADER5.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM HEADER3.
           WRITE OUTREC FROM HEADER1.

       300-MATCH-PARA.
      *    BOTH FILES RUN IN ACCOUNT ORDER - THE LOWER KEY IS THE ONE
      *    MISSING FROM THE OTHER SIDE; EQUAL KEYS ARE COMPARED.
           IF WS-PTR-KEY = WS-CLN-KEY
               PERFORM 330-COMPARE-PARA
               PERFORM 310-PTR-NEXT-PARA
               PERFORM 320-CLN-NEXT-PARA
           ELSE IF WS-PTR-KEY < WS-CLN-KEY
               MOVE LOW-VALUES TO OUTREC
               MOVE PTR-ACCOUNT TO OACCOUNT-NO
               MOVE PTR-PARTNER TO OPARTNER
               MOVE 0 TO OOUR-OS
               MOVE PTR-OS-N TO OPTR-OS
               MOVE 0 TO ODIFF
               MOVE "NOT ON OUR BOOK" TO OREMARK
               WRITE OUTREC
               ADD 1 TO WS-THEIRS-COUNT
               ADD PTR-OS-N TO WS-PTR-TOTAL
               PERFORM 310-PTR-NEXT-PARA
           ELSE
               MOVE LOW-VALUES TO OUTREC
               MOVE CLN-ACCOUNT-NO TO OACCOUNT-NO
               MOVE CLN-PARTNER TO OPARTNER
               MOVE CLN-PTR-OS TO OOUR-OS
               MOVE 0 TO OPTR-OS
               MOVE 0 TO ODIFF
               MOVE "NOT ON PARTNER FILE" TO OREMARK
               WRITE OUTREC
               ADD 1 TO WS-OURS-COUNT
               ADD CLN-PTR-OS TO WS-OUR-TOTAL
               PERFORM 320-CLN-NEXT-PARA
           END-IF
           END-IF.

       310-PTR-NEXT-PARA.
           IF WS-EOF1 = 'Y'
               MOVE HIGH-VALUES TO WS-PTR-KEY
           ELSE
               READ PTRFILE AT END
                   MOVE 'Y' TO WS-EOF1
                   MOVE HIGH-VALUES TO WS-PTR-KEY
               NOT AT END
                   IF PTR-OS NOT NUMERIC
                       MOVE 0 TO PTR-OS-N
                   END-IF
                   MOVE PTR-ACCOUNT TO WS-PTR-KEY
               END-READ
           END-IF.

       320-CLN-NEXT-PARA.
      *    A LOAN BOUGHT BACK WITH NOTHING LEFT TO THE PARTNER IS OFF
      *    BOTH BOOKS AND IS PASSED OVER.
           MOVE 'N' TO WS-CLN-TAKE.
           PERFORM 325-CLN-READ-PARA UNTIL WS-CLN-TAKE = 'Y'.

       325-CLN-READ-PARA.
           MOVE 'Y' TO WS-CLN-TAKE.
           IF WS-EOF2 = 'Y'
               MOVE HIGH-VALUES TO WS-CLN-KEY
           ELSE
               READ CLNFILE NEXT RECORD AT END
                   MOVE 'Y' TO WS-EOF2
                   MOVE HIGH-VALUES TO WS-CLN-KEY
               NOT AT END
                   MOVE CLN-ACCOUNT-NO TO WS-CLN-KEY
                   IF CLN-ENDED AND CLN-PTR-OS = 0
                       MOVE 'N' TO WS-CLN-TAKE
                   END-IF
               END-READ
           END-IF.

       330-COMPARE-PARA.
           ADD CLN-PTR-OS TO WS-OUR-TOTAL.
           ADD PTR-OS-N TO WS-PTR-TOTAL.
           COMPUTE WS-DIFF = CLN-PTR-OS - PTR-OS-N.
           IF WS-DIFF < 0
               COMPUTE WS-ABS-DIFF = 0 - WS-DIFF
           ELSE
               MOVE WS-DIFF TO WS-ABS-DIFF
           END-IF.
           IF WS-ABS-DIFF > WS-TOLERANCE
               OR PTR-PARTNER NOT = CLN-PARTNER
               MOVE LOW-VALUES TO OUTREC
               MOVE CLN-ACCOUNT-NO TO OACCOUNT-NO
               MOVE CLN-PARTNER TO OPARTNER
               MOVE CLN-PTR-OS TO OOUR-OS
               MOVE PTR-OS-N TO OPTR-OS
               MOVE WS-DIFF TO ODIFF
               IF PTR-PARTNER NOT = CLN-PARTNER
                   MOVE "PARTNER CODE DIFFERS" TO OREMARK
               ELSE
                   MOVE "OUTSTANDING DIFFERS" TO OREMARK
               END-IF
               WRITE OUTREC
               ADD 1 TO WS-DIFF-COUNT
           ELSE
               ADD 1 TO WS-MATCH-COUNT
           END-IF.

       350-TRAILER-PARA.
           WRITE OUTREC FROM HEADER1.
           MOVE "ACCOUNTS AGREED         :" TO TLABEL.
           MOVE WS-MATCH-COUNT TO TCOUNT.
           WRITE OUTREC FROM TRAILER1.
           MOVE "ACCOUNTS DIFFERING      :" TO TLABEL.
           MOVE WS-DIFF-COUNT TO TCOUNT.
           WRITE OUTREC FROM TRAILER1.
           MOVE "NOT ON PARTNER FILE     :" TO TLABEL.
           MOVE WS-OURS-COUNT TO TCOUNT.
           WRITE OUTREC FROM TRAILER1.
           MOVE "NOT ON OUR BOOK         :" TO TLABEL.
           MOVE WS-THEIRS-COUNT TO TCOUNT.
           WRITE OUTREC FROM TRAILER1.
           MOVE "OUR PARTNER BOOK        :" TO TLABEL2.
           MOVE WS-OUR-TOTAL TO TAMOUNT.
           WRITE OUTREC FROM TRAILER2.
           MOVE "PARTNER'S OWN BOOK      :" TO TLABEL2.
           MOVE WS-PTR-TOTAL TO TAMOUNT.
           WRITE OUTREC FROM TRAILER2.
           DISPLAY "CLRECON - AGREED: " WS-MATCH-COUNT
                   " DIFFERING: " WS-DIFF-COUNT
                   " UNMATCHED: " WS-OURS-COUNT " / " WS-THEIRS-COUNT.

       400-CLOSE-PARA.
           CLOSE PTRFILE.
           CLOSE CLNFILE.
           CLOSE OUTFILE.
