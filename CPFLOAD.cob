       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPFLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTFILE ASSIGN TO DD1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS1.
           SELECT CPFFILE ASSIGN TO DD2
           ORGANIZATION IS INDEXED
           RECORD KEY IS CPF-CUST-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS2.
           SELECT CUSTFILE ASSIGN TO DD3
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLF-CUST-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS3.
       DATA DIVISION.
       FILE SECTION.

       FD EXTFILE.
      *    ONE CARD PER CUSTOMER - CUSTOMER NUMBER, CHANNEL (A, S OR
      *    L), LANGUAGE CODE, DO-NOT-DISTURB (Y OR N), PERMITTED HOURS
      *    FROM AND TO (00-23, 00 00 FOR ANY TIME) AND WHETHER THE
      *    GUARANTOR MAY BE CONTACTED (Y OR N), ALL POSITIONAL. A
      *    BLANK LANGUAGE DEFAULTS TO EN. A CARD WITH A BLANK CHANNEL
      *    WITHDRAWS THE PREFERENCE - THE ROW IS DELETED.
       01 EXTREC.
           05 EXT-CUST-NO         PIC X(10).
           05 FILLER              PIC X(01).
           05 EXT-CHANNEL         PIC X(01).
               88 EXT-CHANNEL-OK        VALUE 'A' 'S' 'L'.
           05 FILLER              PIC X(01).
           05 EXT-LANGUAGE        PIC X(02).
           05 FILLER              PIC X(01).
           05 EXT-DND             PIC X(01).
               88 EXT-DND-OK            VALUE 'Y' 'N'.
           05 FILLER              PIC X(01).
           05 EXT-HOUR-FROM       PIC 9(02).
           05 FILLER              PIC X(01).
           05 EXT-HOUR-TO         PIC 9(02).
           05 FILLER              PIC X(01).
           05 EXT-GUAR            PIC X(01).
               88 EXT-GUAR-OK           VALUE 'Y' 'N'.
           05 FILLER              PIC X(55).
       FD CPFFILE.
       01 CPFREC1.
              COPY CPFREC.
       FD CUSTFILE.
       01 CUSTREC.
              COPY PLF01REC.
       WORKING-STORAGE SECTION.
       01 FS1              PIC 9(02) VALUE 0.
       01 FS2              PIC 9(02) VALUE 0.
       01 FS3              PIC 9(02) VALUE 0.
       01 WS-EOF           PIC X(01) VALUE 'N'.
       01 WS-CARD-OK       PIC X(01) VALUE 'Y'.
       01 WS-D             PIC 9(06) VALUE 0.
       01 WS-TODAY         PIC 9(08) VALUE 0.
       01 WS-LOAD-COUNT    PIC 9(05) VALUE 0.
       01 WS-DROP-COUNT    PIC 9(05) VALUE 0.
       01 WS-REJECT-COUNT  PIC 9(05) VALUE 0.
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           PERFORM 100-OPEN-PARA.
           PERFORM 300-READ-PARA UNTIL WS-EOF = 'Y'.
           PERFORM 400-CLOSE-PARA.
           DISPLAY "CPFLOAD - LOADED: " WS-LOAD-COUNT
                   " WITHDRAWN: " WS-DROP-COUNT
                   " REJECTED: " WS-REJECT-COUNT.
           STOP RUN.

       100-OPEN-PARA.
           ACCEPT WS-D FROM DATE.
           COMPUTE WS-TODAY = 20000000 + WS-D.
           OPEN INPUT EXTFILE.
           IF FS1 = 00
               DISPLAY "EXTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "EXTFILE OPEN FAILURE" FS1
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN I-O CPFFILE.
           IF FS2 = 00
               DISPLAY "CPFFILE OPEN SUCCESS"
           ELSE
               DISPLAY "CPFFILE OPEN FAILURE" FS2
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN INPUT CUSTFILE.
           IF FS3 = 00
               DISPLAY "CUSTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "CUSTFILE OPEN FAILURE" FS3
               MOVE 'Y' TO WS-EOF
           END-IF.

       300-READ-PARA.
           READ EXTFILE AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               PERFORM 310-LOAD-PARA
           END-READ.

       310-LOAD-PARA.
           IF EXT-CUST-NO NOT = SPACES AND EXT-CHANNEL = SPACE
               MOVE EXT-CUST-NO TO CPF-CUST-NO
               DELETE CPFFILE RECORD
               IF FS2 = 00
                   ADD 1 TO WS-DROP-COUNT
               ELSE
                   MOVE 00 TO FS2
               END-IF
           ELSE
               PERFORM 320-CHECK-PARA
               IF WS-CARD-OK = 'N'
                   DISPLAY "CPFLOAD - CARD REJECTED: " EXTREC(1:25)
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   MOVE EXT-CUST-NO TO PLF-CUST-NO
                   READ CUSTFILE
                   IF FS3 NOT = 00
                       DISPLAY "CPFLOAD - NO SUCH CUSTOMER: "
                               EXT-CUST-NO
                       ADD 1 TO WS-REJECT-COUNT
                       MOVE 00 TO FS3
                   ELSE
                       PERFORM 330-WRITE-PARA
                   END-IF
               END-IF
           END-IF.

       320-CHECK-PARA.
           MOVE 'Y' TO WS-CARD-OK.
           IF EXT-CUST-NO = SPACES OR NOT EXT-CHANNEL-OK
               OR NOT EXT-DND-OK OR NOT EXT-GUAR-OK
               MOVE 'N' TO WS-CARD-OK
           ELSE IF EXT-HOUR-FROM NOT NUMERIC
               OR EXT-HOUR-TO NOT NUMERIC
               MOVE 'N' TO WS-CARD-OK
           ELSE IF EXT-HOUR-FROM > 23 OR EXT-HOUR-TO > 23
               OR (EXT-HOUR-TO NOT > EXT-HOUR-FROM
                   AND EXT-HOUR-TO NOT = 0)
               MOVE 'N' TO WS-CARD-OK
           END-IF
           END-IF
           END-IF.

       330-WRITE-PARA.
           MOVE SPACES           TO CPFREC1.
           MOVE EXT-CUST-NO      TO CPF-CUST-NO.
           MOVE EXT-CHANNEL      TO CPF-CHANNEL.
           MOVE EXT-LANGUAGE     TO CPF-LANGUAGE.
           IF EXT-LANGUAGE = SPACES
               MOVE 'EN' TO CPF-LANGUAGE
           END-IF.
           MOVE EXT-DND          TO CPF-DND.
           MOVE EXT-HOUR-FROM    TO CPF-HOUR-FROM.
           MOVE EXT-HOUR-TO      TO CPF-HOUR-TO.
           MOVE EXT-GUAR         TO CPF-GUAR-CONTACT.
           MOVE WS-TODAY         TO CPF-UPD-DATE-N.
           WRITE CPFREC1.
           IF FS2 = 22
      *        A RE-LOAD REPLACES THE CUSTOMER'S EARLIER CHOICES.
               REWRITE CPFREC1
           END-IF.
           IF FS2 NOT = 00
               DISPLAY "CPFFILE WRITE FAILURE" FS2 " ON "
                        CPF-CUST-NO
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               ADD 1 TO WS-LOAD-COUNT
           END-IF.

       400-CLOSE-PARA.
           CLOSE EXTFILE.
           CLOSE CPFFILE.
           CLOSE CUSTFILE.
