           RECORD KEY IS LGL-ACCOUNT-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS8.
           SELECT OPSFILE ASSIGN TO DD9
           ORGANIZATION IS INDEXED
           RECORD KEY IS OPS-OPID
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS9.
           SELECT DOPFILE ASSIGN TO DD10
           ORGANIZATION IS INDEXED
           RECORD KEY IS DOP-KEY
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS10.
       DATA DIVISION.
       FILE SECTION.

       FD APPFILE.
      *    ONE CARD PER ACCOUNT - THE ACCOUNT AND THE OPERATOR WHO
      *    APPROVED THE WRITE-OFF, WHOSE DELEGATED LIMIT MUST COVER IT.
       01 APPREC1.
           05 APP-WO-ACCOUNT      PIC X(10).
           05 APP-WO-APPROVER     PIC X(05).
           05 FILLER              PIC X(65).
       FD OPSFILE.
       01 OPSREC1.
              COPY OPSREC.
       FD DOPFILE.
       01 DOPREC1.
              COPY DOPREC.
       FD LGLFILE.
       01 LGLREC1.
              COPY LGLREC.
       01 FS6            PIC 9(02) VALUE 0.
       01 FS7            PIC 9(02) VALUE 0.
       01 FS8            PIC 9(02) VALUE 0.
       01 FS9            PIC 9(02) VALUE 0.
       01 FS10           PIC 9(02) VALUE 0.
       01 WS-DOP-OPEN    PIC X(01) VALUE 'N'.
       01 WS-DOP-OK      PIC X(01) VALUE 'N'.
       01 WS-DOP-AMOUNT  PIC 9(09) VALUE 0.
       01 WS-DOP-TRY     PIC 9(02) VALUE 0.
       01 WS-DOP-START   PIC 9(02) VALUE 0.
       01 WS-MY-LEVEL    PIC 9(01) VALUE 0.
       01 WS-NEED-LEVEL  PIC 9(01) VALUE 0.
       01 WS-REFER-COUNT PIC 9(07) VALUE 0.
       01 WS-REFER-MSG.
           05 FILLER     PIC X(19) VALUE "OVER LIMIT - REFER ".
           05 WS-RF-NAME PIC X(11).
       01 WS-RF-LEVEL.
           05 FILLER     PIC X(06) VALUE "LEVEL ".
           05 WS-RF-DIGIT PIC 9(01).
           05 FILLER     PIC X(04) VALUE SPACES.
       01 WS-LGL-OPEN    PIC X(01) VALUE 'N'.
       01 WS-PURGE-IX    PIC 9(03) VALUE 0.
       01 WS-EOF         PIC X(01) VALUE 'N'.
           05 FILLER PIC X(26) VALUE "ACCOUNTS WRITTEN OFF    :".
           05 TWO-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(42).
       01 TRAILER3.
           05 FILLER PIC X(05).
           05 FILLER PIC X(26) VALUE "REFUSED OVER LIMIT      :".
           05 TRF-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(42).
       01 TRAILER2.
           05 FILLER PIC X(05).
           05 FILLER PIC X(26) VALUE "TOTAL LOSS BOOKED       :".
       000-MAIN-PARA.
           PERFORM 100-OPEN-PARA.
           PERFORM 150-LGL-OPEN-PARA.
           PERFORM 160-DOP-OPEN-PARA.
           PERFORM 200-HEADER-PARA.
           PERFORM 300-READ-PARA UNTIL WS-EOF = 'Y'.
           PERFORM 350-TRAILER-PARA.
               DISPLAY "LGLFILE OPEN FAILURE" FS8
           END-IF.

       160-DOP-OPEN-PARA.
      *    WITHOUT THE OPERATOR AND DELEGATION MASTERS NO APPROVER'S
      *    LIMIT CAN BE PROVED, SO NOTHING IS WRITTEN OFF THIS RUN.
           OPEN INPUT OPSFILE.
           IF FS9 = 00
               DISPLAY "OPSFILE OPEN SUCCESS"
               OPEN INPUT DOPFILE
               IF FS10 = 00
                   DISPLAY "DOPFILE OPEN SUCCESS"
                   MOVE 'Y' TO WS-DOP-OPEN
               ELSE
                   DISPLAY "DOPFILE OPEN FAILURE" FS10
                   CLOSE OPSFILE
               END-IF
           ELSE
               DISPLAY "OPSFILE OPEN FAILURE" FS9
           END-IF.

       200-HEADER-PARA.
           ACCEPT WS-D FROM DATE.
           MOVE WS-D(3:2) TO WS-RUN-DATE(1:2).
                   MOVE "NO BALANCE TO WRITE OFF" TO ORESULT
                   WRITE OUTREC
               ELSE
                   PERFORM 311-DOP-GATE-PARA
                   IF WS-DOP-OK = 'Y'
                       PERFORM 315-LGL-WARN-PARA
                       PERFORM 320-REGISTER-PARA
                   END-IF
               END-IF
           END-IF.

       311-DOP-GATE-PARA.
      *    THE WRITE-OFF DELEGATION IS ON THE WHOLE LOSS - PRINCIPAL
      *    AND THE UNPAID DUES. THE APPROVER'S AUTHORITY LEVEL ON OPSEC
      *    MUST CARRY A DOPMST WRITE-OFF LIMIT COVERING IT; ABOVE IT
      *    THE ACCOUNT IS LEFT ALONE AND THE LINE NAMES THE LEVEL THE
      *    CASE HAS TO GO TO.
           MOVE 'N' TO WS-DOP-OK.
           MOVE PLF-LOAN-AMT1 TO WS-DOP-AMOUNT.
           ADD PLF-DUE-AMOUNT TO WS-DOP-AMOUNT.
           MOVE WS-DOP-AMOUNT TO OWO-AMT.
           MOVE 0 TO WS-MY-LEVEL.
           IF WS-DOP-OPEN = 'N'
               MOVE "DELEGATION MASTER UNAVAILABLE" TO ORESULT
               WRITE OUTREC
               ADD 1 TO WS-REFER-COUNT
           ELSE
               MOVE APP-WO-APPROVER TO OPS-OPID
               MOVE 0 TO OPS-AUTH-LEVEL
               READ OPSFILE
               IF FS9 NOT = 00 OR APP-WO-APPROVER = SPACES
                   MOVE 00 TO FS9
                   MOVE "APPROVER NOT ON OPSEC" TO ORESULT
                   WRITE OUTREC
                   ADD 1 TO WS-REFER-COUNT
               ELSE IF OPS-LOCKED
      *            A DISABLED OR UNCERTIFIED ID CARRIES NO POWERS.
                   MOVE "APPROVER ID IS LOCKED" TO ORESULT
                   WRITE OUTREC
                   ADD 1 TO WS-REFER-COUNT
               ELSE
                   IF OPS-AUTH-LEVEL NUMERIC
                       MOVE OPS-AUTH-LEVEL TO WS-MY-LEVEL
                   END-IF
                   PERFORM 312-DOP-LIMIT-PARA
               END-IF
               END-IF
           END-IF.

       312-DOP-LIMIT-PARA.
           MOVE WS-MY-LEVEL TO WS-DOP-TRY.
           PERFORM 313-DOP-READ-PARA.
           IF WS-DOP-OK = 'N'
               MOVE 0 TO WS-NEED-LEVEL
               COMPUTE WS-DOP-START = WS-MY-LEVEL + 1
               PERFORM 314-DOP-STEP-PARA
                  VARYING WS-DOP-TRY FROM WS-DOP-START BY 1
                  UNTIL WS-DOP-TRY > 9 OR WS-NEED-LEVEL > 0
               IF WS-NEED-LEVEL = 0
                   MOVE "ABOVE EVERY DELEGATED LIMIT" TO ORESULT
               ELSE
                   MOVE WS-REFER-MSG TO ORESULT
               END-IF
               WRITE OUTREC
               ADD 1 TO WS-REFER-COUNT
               MOVE 'N' TO WS-DOP-OK
           END-IF.

       313-DOP-READ-PARA.
           MOVE 'N' TO WS-DOP-OK.
           IF WS-DOP-TRY > 0
               MOVE 'W' TO DOP-ACTION
               MOVE WS-DOP-TRY TO DOP-LEVEL
               READ DOPFILE
               IF FS10 = 00
                   IF DOP-LIMIT NOT < WS-DOP-AMOUNT
                       MOVE 'Y' TO WS-DOP-OK
                   END-IF
               ELSE
                   MOVE 00 TO FS10
               END-IF
           END-IF.

       314-DOP-STEP-PARA.
           PERFORM 313-DOP-READ-PARA.
           IF WS-DOP-OK = 'Y'
               MOVE WS-DOP-TRY TO WS-NEED-LEVEL
               IF DOP-LEVEL-NAME = SPACES
                   MOVE WS-DOP-TRY TO WS-RF-DIGIT
                   MOVE WS-RF-LEVEL TO WS-RF-NAME
               ELSE
                   MOVE DOP-LEVEL-NAME TO WS-RF-NAME
               END-IF
           END-IF.

           WRITE OUTREC FROM TRAILER1.
           MOVE WS-WO-TOTAL TO TWO-TOTAL.
           WRITE OUTREC FROM TRAILER2.
           MOVE WS-REFER-COUNT TO TRF-COUNT.
           WRITE OUTREC FROM TRAILER3.

       400-CLOSE-PARA.
           IF WS-LGL-OPEN = 'Y'
               CLOSE LGLFILE
           END-IF.
           IF WS-DOP-OPEN = 'Y'
               CLOSE OPSFILE
               CLOSE DOPFILE
           END-IF.
           CLOSE APPFILE.
           IF FS1 = 00
               DISPLAY "APPFILE CLOSE SUCCESS"
