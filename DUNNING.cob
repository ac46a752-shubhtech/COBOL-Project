           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS6.
           SELECT EMPFILE ASSIGN TO DD7
           ORGANIZATION IS INDEXED
           RECORD KEY IS EMP-ACCOUNT-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS7.
           SELECT LPIFILE ASSIGN TO DD8
           ORGANIZATION IS INDEXED
           RECORD KEY IS LPI-ACCOUNT-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS8.
           SELECT CPFFILE ASSIGN TO DD10
           ORGANIZATION IS INDEXED
           RECORD KEY IS CPF-CUST-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS10.
           SELECT NTLFILE ASSIGN TO DD11
           ORGANIZATION IS INDEXED
           RECORD KEY IS NTL-KEY
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS11.
       DATA DIVISION.
       FILE SECTION.

              COPY COLSREC.
       FD LTRFILE.
       01 LTRREC                       PIC X(80).
       FD EMPFILE.
       01 EMPREC1.
              COPY EMPREC.
       FD LPIFILE.
       01 LPIREC1.
              COPY LPIREC.
       FD CPFFILE.
       01 CPFREC1.
              COPY CPFREC.
       FD NTLFILE.
       01 NTLREC1.
              COPY NTLREC.
       FD OUTFILE.
       01 OUTREC.
           05 FILLER              PIC X(05).
           05 OOUTSTANDING    PIC Z(06)9.
           05 FILLER              PIC X(05).
           05 OPTP-DATE       PIC X(10).
           05 FILLER              PIC X(03).
           05 OEMP-NOTE       PIC X(10).
           05 FILLER              PIC X(05).
       WORKING-STORAGE SECTION.
       01 FS1            PIC 9(02) VALUE 0.
       01 FS2            PIC 9(02) VALUE 0.
       01 FS4            PIC 9(02) VALUE 0.
       01 FS5            PIC 9(02) VALUE 0.
       01 FS6            PIC 9(02) VALUE 0.
       01 FS7            PIC 9(02) VALUE 0.
       01 FS8            PIC 9(02) VALUE 0.
       01 FS10           PIC 9(02) VALUE 0.
       01 FS11           PIC 9(02) VALUE 0.
       01 WS-CPF-OPEN    PIC X(01) VALUE 'N'.
       01 WS-NTL-OPEN    PIC X(01) VALUE 'N'.
       01 WS-CPF-FOUND   PIC X(01) VALUE 'N'.
       01 WS-HELD-REASON PIC X(01) VALUE SPACE.
       01 WS-HELD-COUNT  PIC 9(05) VALUE 0.
       01 WS-GHELD-COUNT PIC 9(05) VALUE 0.
       01 WS-NTL-TIME    PIC 9(08) VALUE 0.
       01 WS-NTL-TRIES   PIC 9(02) VALUE 0.
       01 WS-EMP-OPEN    PIC X(01) VALUE 'N'.
       01 WS-HARDSHIP-SW PIC X(01) VALUE 'N'.
       01 WS-HARD-COUNT  PIC 9(05) VALUE 0.
       01 WS-LPI-OPEN    PIC X(01) VALUE 'N'.
       01 WS-FROZEN-SW   PIC X(01) VALUE 'N'.
       01 WS-SUPP-COUNT  PIC 9(05) VALUE 0.
           05 LADDR-NAME  PIC X(15).
           05 FILLER PIC X(02) VALUE SPACES.
           05 LADDR-ADD   PIC X(15).
           05 FILLER PIC X(08) VALUE '  LANG: '.
           05 LADDR-LANG  PIC X(02).
           05 FILLER PIC X(34) VALUE SPACES.
       01 LTR-ACCT-LINE.
           05 FILLER PIC X(13) VALUE 'LOAN ACCOUNT '.
           05 LACCT       PIC X(10).
           05 FILLER PIC X(75) VALUE 'FINAL NOTICE - FAILING PAYMENT
      -       ' THE BANK WILL INITIATE RECOVERY ACTION.'.
           05 FILLER PIC X(05) VALUE SPACES.
       01 LTR-TEXT4.
           05 FILLER PIC X(75) VALUE 'IF YOUR INCOME CANNOT MEET THE E
      -       'MI, ASK THE BRANCH TO RESET THE TERMS.'.
           05 FILLER PIC X(05) VALUE SPACES.
       01 LTR-GUAR-LINE.
           05 FILLER PIC X(17) VALUE 'COPY TO GUARANTOR'.
           05 FILLER PIC X(02) VALUE ': '.
      *        NO POLICY FILE JUST MEANS NO CLAIM FREEZES APPLY.
               DISPLAY "LPIFILE OPEN FAILURE" FS8
           END-IF.
           OPEN INPUT EMPFILE.
           IF FS7 = 00
               DISPLAY "EMPFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-EMP-OPEN
           ELSE
      *        NO EMPLOYMENT FILE - EVERY LETTER GOES OUT AS BEFORE.
               DISPLAY "EMPFILE OPEN FAILURE" FS7
           END-IF.
           OPEN INPUT CPFFILE.
           IF FS10 = 00
               DISPLAY "CPFFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-CPF-OPEN
           ELSE
      *        NO PREFERENCE REGISTER - EVERY LETTER GOES OUT AS BEFORE.
               DISPLAY "CPFFILE OPEN FAILURE" FS10
           END-IF.
           OPEN I-O NTLFILE.
           IF FS11 = 00
               DISPLAY "NTLFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-NTL-OPEN
           ELSE
      *        A HELD LETTER IS STILL HELD - IT JUST GOES UNLOGGED.
               DISPLAY "NTLFILE OPEN FAILURE" FS11
           END-IF.

       200-HEADER-PARA.
           ACCEPT WS-D FROM DATE.
           MOVE "/"       TO WS-RUN-DATE(6:1).
           MOVE "20"      TO WS-RUN-DATE(7:2).
           MOVE WS-D(1:2) TO WS-RUN-DATE(9:2).
           ACCEPT WS-NTL-TIME FROM TIME.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM HEADER4.
           WRITE OUTREC FROM HEADER5.
                         WS-DW-YYYY * 10000 + WS-DW-MM * 100
                         + WS-DW-DD
                   PERFORM 315-FREEZE-CHECK-PARA
                   PERFORM 318-HARDSHIP-PARA
                   PERFORM 319-PREF-PARA
                   IF WS-DUE-INT < WS-TODAY
                       AND WS-FROZEN-SW = 'N'
                       PERFORM 320-ESCALATE-PARA
               END-IF
           END-IF.

       318-HARDSHIP-PARA.
      *    A BORROWER WITH NO JOB, OR A SALARY THE BRANCH HAS FOUND
      *    TOO SMALL FOR THE EMI, IS STILL CHASED - BUT EVERY LETTER
      *    POINTS TO A RESTRUCTURE AND LEGAL SEES WHY IT IS UNPAID.
           MOVE 'N' TO WS-HARDSHIP-SW.
           IF WS-EMP-OPEN = 'Y'
               MOVE PLF-ACCOUNT-NO TO EMP-ACCOUNT-NO
               READ EMPFILE
               IF FS7 = 00
                   IF EMP-UNEMPLOYED OR EMP-RST-OFFERED
                       MOVE 'Y' TO WS-HARDSHIP-SW
                   END-IF
               ELSE
                   MOVE 00 TO FS7
               END-IF
           END-IF.

       319-PREF-PARA.
      *    THE CUSTOMER'S CONTACT PREFERENCES - A DO-NOT-DISTURB OR
      *    SMS-ONLY CUSTOMER GETS NO REMINDER LETTER, AND A GUARANTOR
      *    THE CUSTOMER HAS ASKED US NOT TO APPROACH GETS NO COPY.
           MOVE 'N' TO WS-CPF-FOUND.
           IF WS-CPF-OPEN = 'Y'
               MOVE PLF-CUST-NO TO CPF-CUST-NO
               READ CPFFILE
               IF FS10 = 00
                   MOVE 'Y' TO WS-CPF-FOUND
               ELSE
                   MOVE 00 TO FS10
               END-IF
           END-IF.

       320-ESCALATE-PARA.
           MOVE PLF-ACCOUNT-NO TO CS-ACCOUNT-NO.
           READ COLSFILE.
               ADD 1 TO CS-LEVEL
               MOVE WS-RUN-DATE TO CS-LAST-LETTER
               REWRITE COLSREC1
               PERFORM 325-HOLD-CHECK-PARA
               IF WS-HELD-REASON = SPACE
                   PERFORM 330-LETTER-PARA
               ELSE
                   MOVE 'N' TO NTL-EVENT
                   MOVE PLF-CUST-PHONE TO NTL-PHONE
                   PERFORM 345-NTL-HELD-PARA
                   ADD 1 TO WS-HELD-COUNT
               END-IF
           END-IF
           END-IF.

       325-HOLD-CHECK-PARA.
      *    THE CHASE STILL MOVES UP A LEVEL, BUT A REMINDER THE
      *    CUSTOMER HAS OPTED OUT OF IS HELD BACK. THE FINAL NOTICE
      *    IS THE STATUTORY NOTICE BEFORE RECOVERY AND ALWAYS GOES.
           MOVE SPACE TO WS-HELD-REASON.
           IF WS-CPF-FOUND = 'Y' AND CS-LEVEL < 3
               IF CPF-DND-ON
                   MOVE 'D' TO WS-HELD-REASON
               ELSE IF CPF-CH-SMS
                   MOVE 'S' TO WS-HELD-REASON
               END-IF
               END-IF
           END-IF.

       330-LETTER-PARA.
           MOVE PLF-CUST-NAME TO LADDR-NAME.
           MOVE PLF-CUST-ADD TO LADDR-ADD.
           MOVE 'EN' TO LADDR-LANG.
           IF WS-CPF-FOUND = 'Y' AND CPF-LANGUAGE NOT = SPACES
               MOVE CPF-LANGUAGE TO LADDR-LANG
           END-IF.
           WRITE LTRREC FROM LTR-SEP.
           WRITE LTRREC FROM LTR-ADDR1.
           MOVE PLF-ACCOUNT-NO TO LACCT.
               ADD 1 TO WS-L3-COUNT
           END-IF
           END-IF.
           IF WS-HARDSHIP-SW = 'Y'
               WRITE LTRREC FROM LTR-TEXT4
               ADD 1 TO WS-HARD-COUNT
           END-IF.
           WRITE LTRREC FROM LTR-BLANK.

       335-GUAR-COPY-PARA.
      *    THE FINAL NOTICE CARRIES A COPY TO THE GUARANTOR ON FILE.
      *    UNLESS THE CUSTOMER HAS ASKED THAT THE GUARANTOR NOT BE
      *    APPROACHED - THEN THE COPY IS HELD AND LOGGED.
           MOVE PLF-ACCOUNT-NO TO GR-ACCOUNT-NO.
           READ GUARFILE.
           IF FS3 = 00
               IF WS-CPF-FOUND = 'Y' AND CPF-GUAR-BARRED
                   MOVE 'G' TO WS-HELD-REASON
                   MOVE 'G' TO NTL-EVENT
                   MOVE GR-PHONE TO NTL-PHONE
                   PERFORM 345-NTL-HELD-PARA
                   ADD 1 TO WS-GHELD-COUNT
               ELSE
                   MOVE GR-NAME TO LGUAR-NAME
                   MOVE GR-ADDRESS TO LGUAR-ADD
                   WRITE LTRREC FROM LTR-GUAR-LINE
               END-IF
           END-IF.

       340-LEGAL-PARA.
           MOVE PLF-CUST-NAME TO OCUST-NAME.
           MOVE PLF-LOAN-AMT1 TO OOUTSTANDING.
           MOVE CS-PTP-DATE TO OPTP-DATE.
           IF WS-HARDSHIP-SW = 'Y'
               IF EMP-UNEMPLOYED
                   MOVE 'UNEMPLOYED' TO OEMP-NOTE
               ELSE
                   MOVE 'RST OFFER' TO OEMP-NOTE
               END-IF
           END-IF.
           WRITE OUTREC.
           ADD 1 TO WS-LEGAL-COUNT.

       345-NTL-HELD-PARA.
      *    A HELD LETTER GOES ON NTFLOG WITH ITS REASON. THE RUN TIME
      *    IS BUMPED PAST ANY ENTRY ALREADY ON THE KEY.
           IF WS-NTL-OPEN = 'Y'
               MOVE PLF-ACCOUNT-NO TO NTL-ACCOUNT-NO
               MOVE WS-TODAY TO NTL-DATE-N
               MOVE 'X' TO NTL-STATUS
               MOVE 'N' TO NTL-RETRY-SW
               MOVE WS-HELD-REASON TO NTL-REASON
               MOVE 0 TO WS-NTL-TRIES
               MOVE 22 TO FS11
               PERFORM 346-NTL-WRITE-PARA
                  UNTIL FS11 NOT = 22 OR WS-NTL-TRIES > 9
               IF FS11 NOT = 00
                   DISPLAY "NTLFILE WRITE FAILURE" FS11 " ON "
                           PLF-ACCOUNT-NO
                   MOVE 00 TO FS11
               END-IF
           END-IF.

       346-NTL-WRITE-PARA.
           MOVE WS-NTL-TIME(1:6) TO NTL-TIME.
           WRITE NTLREC1.
           IF FS11 = 22
               ADD 1 TO WS-NTL-TIME
               ADD 1 TO WS-NTL-TRIES
           END-IF.

       350-TRAILER-PARA.
           WRITE OUTREC FROM HEADER1.
           DISPLAY "DUNNING - FIRST NOTICES : " WS-L1-COUNT.
           DISPLAY "DUNNING - FINAL NOTICES : " WS-L3-COUNT.
           DISPLAY "DUNNING - LEGAL REFERRAL: " WS-LEGAL-COUNT.
           DISPLAY "DUNNING - DISPUTE HOLDS : " WS-SUPP-COUNT.
           DISPLAY "DUNNING - RESET OFFERS  : " WS-HARD-COUNT.
           DISPLAY "DUNNING - HELD (PREFS)  : " WS-HELD-COUNT.
           DISPLAY "DUNNING - GUARANTOR HELD: " WS-GHELD-COUNT.

       400-CLOSE-PARA.
           CLOSE LOANFILE.
           IF WS-LPI-OPEN = 'Y'
               CLOSE LPIFILE
           END-IF.
           IF WS-EMP-OPEN = 'Y'
               CLOSE EMPFILE
           END-IF.
           IF WS-CPF-OPEN = 'Y'
               CLOSE CPFFILE
           END-IF.
           IF WS-NTL-OPEN = 'Y'
               CLOSE NTLFILE
           END-IF.
