           RECORD KEY IS PLF6-KEY
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS4.
           SELECT DSCFILE ASSIGN TO DD5
           ORGANIZATION IS INDEXED
           RECORD KEY IS DSC-ACCOUNT-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS5.
       DATA DIVISION.
       FILE SECTION.

       FD INSTFILE.
       01 INSTREC1.
              COPY INSTREC.
       FD DSCFILE.
       01 DSCREC1.
              COPY DSCREC.
       WORKING-STORAGE SECTION.
       01 FS1               PIC 9(02) VALUE 0.
       01 FS2               PIC 9(02) VALUE 0.
       01 FS3               PIC 9(02) VALUE 0.
       01 FS4               PIC 9(02) VALUE 0.
       01 FS5               PIC 9(02) VALUE 0.
       01 WS-DSC-OPEN       PIC X(01) VALUE 'N'.
       01 WS-RS-DATE-N      PIC 9(08) VALUE 0.
       01 WS-RS-PARTS REDEFINES WS-RS-DATE-N.
           05 WS-RS-YYYY    PIC 9(04).
           05 WS-RS-MM      PIC 9(02).
           05 WS-RS-DD      PIC 9(02).
       01 WS-NXT-MM         PIC 9(02) VALUE 0.
       01 WS-NXT-YYYY       PIC 9(04) VALUE 0.
       01 WS-EOF            PIC X(01) VALUE 'N'.
           ELSE
               DISPLAY "INSTFILE OPEN FAILURE" FS4
           END-IF.
           OPEN INPUT DSCFILE.
           IF FS5 = 00
               DISPLAY "DSCFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-DSC-OPEN
           ELSE
      *        NO DISCONTINUATION FILE JUST MEANS NO DROP-OUTS.
               DISPLAY "DSCFILE OPEN FAILURE" FS5
           END-IF.

       150-PARM-PARA.
           ACCEPT WS-TARGET-ACCT FROM SYSIN.
           END-IF.
           MOVE WS-EFF-RATE      TO DINTEREST.
           MOVE PLF-START-DATE   TO WS-SDATE-WORK.
           PERFORM 315-DISCONT-PARA.
           MOVE PLF-EXPIRY-DATE  TO WS-EDATE-WORK.
           COMPUTE WS-MONTHS =
                 (WS-ED-YYYY - WS-SD-YYYY) * 12
              UNTIL WS-MONTH-NO > WS-MONTHS.
           WRITE OUTREC FROM HEADER1.

       315-DISCONT-PARA.
      *    A STUDENT WHO LEFT THE COURSE EARLY REPAYS FROM THE END OF
      *    THE SHORTENED MORATORIUM, NOT FROM THE BOOKING DATE.
           IF WS-DSC-OPEN = 'Y'
               MOVE PLF-ACCOUNT-NO TO DSC-ACCOUNT-NO
               READ DSCFILE
               IF FS5 = 00 AND DSC-REPAY-START-N NUMERIC
                   AND DSC-REPAY-START-N > 0
                   MOVE DSC-REPAY-START-N TO WS-RS-DATE-N
                   MOVE WS-RS-MM   TO WS-SD-MM
                   MOVE WS-RS-DD   TO WS-SD-DD
                   MOVE WS-RS-YYYY TO WS-SD-YYYY
               END-IF
           END-IF.

       320-SCHEDULE-LINE-PARA.
           IF WS-MONTH-NO = WS-MONTHS
               MOVE WS-BALANCE TO WS-MONTHLY-PRIN
           ELSE
               DISPLAY "INSTFILE CLOSE FAILURE" FS4
           END-IF.
           IF WS-DSC-OPEN = 'Y'
               CLOSE DSCFILE
           END-IF.
