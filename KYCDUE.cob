       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYCDUE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTFILE ASSIGN TO DD1
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLF-CUST-NO
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS1.
           SELECT KYCFILE ASSIGN TO DD2
           ORGANIZATION IS INDEXED
           RECORD KEY IS KYC-CUST-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS2.
           SELECT NTFFILE ASSIGN TO DD3
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
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

       FD CUSTFILE.
       01 CUSTREC.
              COPY PLF01REC.
       FD KYCFILE.
       01 KYCREC1.
              COPY KYCREC.
       FD NTFFILE.
      *    NOTIFICATION EVENTS FOR THE DISPATCHER - SAME LAYOUT AS
      *    THE ONLINE NOTIFQ ENTRIES, MERGED BY OPERATIONS.
       01 NTFREC.
              COPY NOTIFREC.
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
       01 WS-BUS-INT     PIC 9(08) VALUE 0.
       01 WS-DAYS-LEFT   PIC S9(08) VALUE 0.
      *  SYSIN CARD - HOW MANY DAYS AHEAD OF THE BUSINESS DATE A DUE
      *  DATE MUST FALL TO BE LISTED AND LETTERED. A BLANK CARD TAKES
      *  THE STANDARD TWO MONTHS' NOTICE.
       01 WS-PARM-CARD.
           05 WS-PARM-DAYS   PIC X(03) VALUE SPACES.
           05 FILLER         PIC X(77) VALUE SPACES.
       01 WS-HORIZON     PIC 9(03) VALUE 060.
       01 WS-DATE-N      PIC 9(08) VALUE 0.
       01 WS-DATE-PARTS REDEFINES WS-DATE-N.
           05 WS-DN-YYYY     PIC 9(04).
           05 WS-DN-MM       PIC 9(02).
           05 WS-DN-DD       PIC 9(02).
       01 WS-DATE-TEXT   PIC X(10) VALUE SPACES.
       01 WS-CUST-COUNT  PIC 9(07) VALUE 0.
       01 WS-DUE-COUNT   PIC 9(07) VALUE 0.
       01 WS-LAPSE-COUNT PIC 9(07) VALUE 0.
       01 WS-LTR-COUNT   PIC 9(07) VALUE 0.
       01 WS-NOKYC-COUNT PIC 9(07) VALUE 0.

       01 HEADER1.
           05 FILLER PIC X(80) VALUE ALL "*".
       01 HEADER4.
           05 FILLER PIC X(20).
           05 FILLER PIC X(40) VALUE "STATE BANK OF INDIA".
           05 FILLER PIC X(20).
       01 HEADER5.
           05 FILLER PIC X(14).
           05 FILLER PIC X(52) VALUE
              "CUSTOMERS COMING DUE FOR RE-KYC".
           05 FILLER PIC X(14).
       01 HEADER6.
           05 FILLER PIC X(14).
           05 FILLER PIC X(15) VALUE "BUSINESS DATE ".
           05 H6-DATE     PIC X(10).
           05 FILLER PIC X(16) VALUE "   LOOKING AHEAD".
           05 H6-DAYS     PIC ZZ9.
           05 FILLER PIC X(05) VALUE " DAYS".
           05 FILLER PIC X(17).
       01 HEADER3.
           05 FILLER PIC X(01).
           05 FILLER PIC X(11) VALUE "CUSTOMER".
           05 FILLER PIC X(16) VALUE "NAME".
           05 FILLER PIC X(06) VALUE "BRCH".
           05 FILLER PIC X(03) VALUE "R".
           05 FILLER PIC X(11) VALUE "VERIFIED".
           05 FILLER PIC X(11) VALUE "NEXT DUE".
           05 FILLER PIC X(11) VALUE "STATUS".
           05 FILLER PIC X(10) VALUE "LETTER".
       01 KYC-LINE.
           05 FILLER      PIC X(01).
           05 KL-CUST     PIC X(10).
           05 FILLER      PIC X(01).
           05 KL-NAME     PIC X(15).
           05 FILLER      PIC X(01).
           05 KL-BRANCH   PIC X(04).
           05 FILLER      PIC X(02).
           05 KL-RISK     PIC X(01).
           05 FILLER      PIC X(02).
           05 KL-VERIFIED PIC X(10).
           05 FILLER      PIC X(01).
           05 KL-DUE      PIC X(10).
           05 FILLER      PIC X(01).
           05 KL-STATUS   PIC X(10).
           05 FILLER      PIC X(01).
           05 KL-LETTER   PIC X(10).
       01 TRAILER1.
           05 FILLER PIC X(02).
           05 FILLER PIC X(24) VALUE "LIVE CUSTOMERS READ   : ".
           05 TCUST  PIC ZZZ,ZZ9.
           05 FILLER PIC X(20) VALUE "  NO KYC ON FILE  : ".
           05 TNOKYC PIC ZZZ,ZZ9.
           05 FILLER PIC X(20).
       01 TRAILER2.
           05 FILLER PIC X(02).
           05 FILLER PIC X(24) VALUE "COMING DUE            : ".
           05 TDUE   PIC ZZZ,ZZ9.
           05 FILLER PIC X(20) VALUE "  ALREADY LAPSED  : ".
           05 TLAPSE PIC ZZZ,ZZ9.
           05 FILLER PIC X(20).
       01 TRAILER3.
           05 FILLER PIC X(02).
           05 FILLER PIC X(24) VALUE "RE-KYC LETTERS QUEUED : ".
           05 TLTR   PIC ZZZ,ZZ9.
           05 FILLER PIC X(47).
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *    RE-KYC FALLS DUE TWO, EIGHT OR TEN YEARS AFTER THE LAST
      *    VERIFICATION DEPENDING ON THE CUSTOMER'S RISK CATEGORY.
      *    THIS MONTHLY RUN WALKS THE LIVE CUSTOMERS ON PLF01 AGAINST
      *    KYCF AND LISTS EVERY ONE WHOSE DUE DATE FALLS WITHIN THE
      *    NOTICE PERIOD OR HAS ALREADY PASSED, QUEUEING ONE RE-KYC
      *    LETTER PER VERIFICATION CYCLE THROUGH THE NOTIFD
      *    DISPATCHER. CUSTOMERS WITH NO KYCF RECORD ARE LISTED FOR
      *    CAPTURE. THE OUTPUT IS CAPTURED TO RPTREP WITH RPTLOAD
      *    (REPORT ID KYCDUE) LIKE EVERY OTHER REPORT SO BRANCHES PULL
      *    IT FROM RPTVIEW.
           PERFORM 100-OPEN-PARA.
           PERFORM 150-PARM-PARA.
           IF WS-EOF = 'N'
               PERFORM 200-HEADER-PARA
               PERFORM 300-READ-PARA UNTIL WS-EOF = 'Y'
               PERFORM 450-TRAILER-PARA
           END-IF.
           PERFORM 400-CLOSE-PARA.
           DISPLAY "KYCDUE - DUE: " WS-DUE-COUNT
                   " LAPSED: " WS-LAPSE-COUNT
                   " LETTERS: " WS-LTR-COUNT.
           STOP RUN.

       100-OPEN-PARA.
           OPEN INPUT CUSTFILE.
           IF FS1 = 00
               DISPLAY "CUSTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "CUSTFILE OPEN FAILURE" FS1
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN I-O KYCFILE.
           IF FS2 = 00
               DISPLAY "KYCFILE OPEN SUCCESS"
           ELSE
               DISPLAY "KYCFILE OPEN FAILURE" FS2
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN OUTPUT NTFFILE.
           IF FS3 = 00
               DISPLAY "NTFFILE OPEN SUCCESS"
           ELSE
               DISPLAY "NTFFILE OPEN FAILURE" FS3
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

       150-PARM-PARA.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           IF WS-PARM-DAYS NUMERIC
               MOVE WS-PARM-DAYS TO WS-HORIZON
           END-IF.
           IF WS-EOF = 'N'
               COMPUTE WS-BUS-INT =
                     FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-N)
           END-IF.
           MOVE WS-BUS-DATE-N TO WS-DATE-N.
           PERFORM 380-DATE-TEXT-PARA.
           MOVE WS-DATE-TEXT TO H6-DATE.
           MOVE WS-HORIZON TO H6-DAYS.
           DISPLAY "KYCDUE - BUSINESS DATE " WS-BUS-DATE-N
                   " NOTICE DAYS " WS-HORIZON.

       200-HEADER-PARA.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM HEADER4.
           WRITE OUTREC FROM HEADER5.
           WRITE OUTREC FROM HEADER6.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM HEADER3.
           WRITE OUTREC FROM HEADER1.

       300-READ-PARA.
           READ CUSTFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               IF PLF-STS-LIVE
                   ADD 1 TO WS-CUST-COUNT
                   PERFORM 310-KYC-PARA
               END-IF
           END-READ.

       310-KYC-PARA.
           MOVE PLF-CUST-NO TO KYC-CUST-NO.
           READ KYCFILE.
           MOVE SPACES TO KYC-LINE.
           MOVE PLF-CUST-NO TO KL-CUST.
           MOVE PLF-CUST-NAME TO KL-NAME.
           MOVE PLF-BRANCH-CODE TO KL-BRANCH.
           IF FS2 NOT = 00
               ADD 1 TO WS-NOKYC-COUNT
               MOVE "NO KYC REC" TO KL-STATUS
               WRITE OUTREC FROM KYC-LINE
               MOVE 00 TO FS2
           ELSE
               COMPUTE WS-DAYS-LEFT =
                     FUNCTION INTEGER-OF-DATE(KYC-NEXT-DUE-N)
                   - WS-BUS-INT
               IF WS-DAYS-LEFT <= WS-HORIZON
                   PERFORM 320-DUE-PARA
               END-IF
           END-IF.

       320-DUE-PARA.
           MOVE KYC-RISK TO KL-RISK.
           MOVE KYC-VERIFY-DATE-N TO WS-DATE-N.
           PERFORM 380-DATE-TEXT-PARA.
           MOVE WS-DATE-TEXT TO KL-VERIFIED.
           MOVE KYC-NEXT-DUE-N TO WS-DATE-N.
           PERFORM 380-DATE-TEXT-PARA.
           MOVE WS-DATE-TEXT TO KL-DUE.
           IF WS-DAYS-LEFT < 0
               ADD 1 TO WS-LAPSE-COUNT
               MOVE "LAPSED" TO KL-STATUS
           ELSE
               ADD 1 TO WS-DUE-COUNT
               MOVE "COMING DUE" TO KL-STATUS
           END-IF.
      *    ONE LETTER PER CYCLE - A LETTER DATED BEFORE THE LAST
      *    VERIFICATION BELONGS TO THE PREVIOUS CYCLE.
           IF KYC-LETTER-DATE-N < KYC-VERIFY-DATE-N
               PERFORM 330-LETTER-PARA
           ELSE
               MOVE KYC-LETTER-DATE-N TO WS-DATE-N
               PERFORM 380-DATE-TEXT-PARA
               MOVE WS-DATE-TEXT TO KL-LETTER
           END-IF.
           WRITE OUTREC FROM KYC-LINE.

       330-LETTER-PARA.
      *    RE-KYC IS A CUSTOMER EVENT, SO THE CUSTOMER NUMBER RIDES IN
      *    THE ACCOUNT FIELD OF THE NOTIFICATION.
           MOVE PLF-CUST-NO    TO NOTIF-ACCOUNT-NO.
           MOVE PLF-CUST-NAME  TO NOTIF-CUST-NAME.
           IF PLF-CUST-PHONE NUMERIC
               MOVE PLF-CUST-PHONE TO NOTIF-PHONE
           ELSE
               MOVE 0 TO NOTIF-PHONE
           END-IF.
           MOVE 0              TO NOTIF-LOAN-AMT.
           MOVE 'K'            TO NOTIF-EVENT.
           WRITE NTFREC.
           IF FS3 NOT = 00
               DISPLAY "NTFFILE WRITE FAILURE" FS3 " ON " PLF-CUST-NO
               MOVE "NOT QUEUED" TO KL-LETTER
               MOVE 00 TO FS3
           ELSE
               MOVE WS-BUS-DATE-N TO KYC-LETTER-DATE-N
               REWRITE KYCREC1
               IF FS2 NOT = 00
                   DISPLAY "KYCFILE REWRITE FAILURE" FS2 " ON "
                            KYC-CUST-NO
                   MOVE 00 TO FS2
               END-IF
               ADD 1 TO WS-LTR-COUNT
               MOVE "QUEUED" TO KL-LETTER
           END-IF.

       380-DATE-TEXT-PARA.
           MOVE SPACES TO WS-DATE-TEXT.
           IF WS-DATE-N > 0
               MOVE WS-DN-MM   TO WS-DATE-TEXT(1:2)
               MOVE "/"        TO WS-DATE-TEXT(3:1)
               MOVE WS-DN-DD   TO WS-DATE-TEXT(4:2)
               MOVE "/"        TO WS-DATE-TEXT(6:1)
               MOVE WS-DN-YYYY TO WS-DATE-TEXT(7:4)
           END-IF.

       450-TRAILER-PARA.
           WRITE OUTREC FROM HEADER1.
           MOVE WS-CUST-COUNT TO TCUST.
           MOVE WS-NOKYC-COUNT TO TNOKYC.
           WRITE OUTREC FROM TRAILER1.
           MOVE WS-DUE-COUNT TO TDUE.
           MOVE WS-LAPSE-COUNT TO TLAPSE.
           WRITE OUTREC FROM TRAILER2.
           MOVE WS-LTR-COUNT TO TLTR.
           WRITE OUTREC FROM TRAILER3.
           WRITE OUTREC FROM HEADER1.

       400-CLOSE-PARA.
           CLOSE CUSTFILE.
           CLOSE KYCFILE.
           CLOSE NTFFILE.
           CLOSE OUTFILE.
