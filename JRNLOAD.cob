       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNLOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRNFILE ASSIGN TO DD1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS1.
           SELECT JHSFILE ASSIGN TO DD2
           ORGANIZATION IS INDEXED
           RECORD KEY IS JHS-KEY
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS2.
           SELECT RUNFILE ASSIGN TO DD9
           ORGANIZATION IS INDEXED
           RECORD KEY IS RUN-JOB
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS9.
       DATA DIVISION.
       FILE SECTION.

       FD JRNFILE.
      *  THE DAY'S JRNLOG ENTRIES, UNLOADED FROM THE TDQ TO A FLAT
      *  FILE BY OPERATIONS, AS FWDRCV AND BACKOUT READ THEM.
       01 JRNREC1.
              COPY JRNREC.
       FD JHSFILE.
       01 JHSREC1.
              COPY JHSREC.
       FD RUNFILE.
       01 RUNREC1.
              COPY RUNREC.
       WORKING-STORAGE SECTION.
       01 FS1            PIC 9(02) VALUE 0.
       01 FS2            PIC 9(02) VALUE 0.
       01 FS9            PIC 9(02) VALUE 0.
       01 WS-EOF         PIC X(01) VALUE 'N'.
       01 WS-BUS-DATE-N  PIC 9(08) VALUE 0.
       01 WS-RC-STOP     PIC X(01) VALUE 'N'.
       01 WS-READ-COUNT  PIC 9(07) VALUE 0.
       01 WS-LOAD-COUNT  PIC 9(07) VALUE 0.
       01 WS-SKIP-COUNT  PIC 9(07) VALUE 0.
       01 WS-FAIL-COUNT  PIC 9(07) VALUE 0.
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *    THE JOURNAL'S BEFORE AND AFTER IMAGES USED TO BE READ ONLY
      *    BY THE RECOVERY UTILITIES, SO A DISPUTED CHANGE MEANT A
      *    PRINTOUT AND A RULER. EVERY NIGHT THIS RUN FILES THE DAY'S
      *    JRNLOG ENTRIES ON JRNHST UNDER THE ACCOUNT OR CUSTOMER
      *    NUMBER THEY CHANGED, WHERE THE CHGINQ SCREEN LISTS THEM
      *    AND DECODES THE IMAGES FIELD BY FIELD.
           PERFORM 050-RUNCTL-PARA.
           IF WS-RC-STOP = 'Y'
               STOP RUN
           END-IF.
           PERFORM 100-OPEN-PARA.
           PERFORM 300-READ-PARA UNTIL WS-EOF = 'Y'.
           PERFORM 400-CLOSE-PARA.
           DISPLAY "JRNLOAD - READ: " WS-READ-COUNT
                   " FILED: " WS-LOAD-COUNT.
           DISPLAY "JRNLOAD - NOT PLF01/PLF3: " WS-SKIP-COUNT
                   " WRITE FAILURES: " WS-FAIL-COUNT.
           PERFORM 950-RUNCTL-END-PARA.
           STOP RUN.

       050-RUNCTL-PARA.
      *    THE RUN-CONTROL GATE - REFUSES A DUPLICATE SAME-DATE RUN
      *    SO A DAY'S JOURNAL IS NEVER FILED TWICE.
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
                   MOVE 'JRNLOAD ' TO RUN-JOB
                   READ RUNFILE
                   IF FS9 = 00
                       AND RUN-LAST-DATE-N = WS-BUS-DATE-N
                       DISPLAY "JRNLOAD ALREADY RAN THIS DATE"
                       MOVE 'Y' TO WS-RC-STOP
                   ELSE IF FS9 = 00
                       MOVE WS-BUS-DATE-N TO RUN-LAST-DATE-N
                       MOVE 'S' TO RUN-STATUS
                       REWRITE RUNREC1
                   ELSE
                       DISPLAY "JRNLOAD NOT DEFINED ON RUNCTL"
                       MOVE 'Y' TO WS-RC-STOP
                   END-IF
                   END-IF
               END-IF
           END-IF.

       950-RUNCTL-END-PARA.
           MOVE 'JRNLOAD ' TO RUN-JOB.
           READ RUNFILE.
           IF FS9 = 00
               MOVE 'E' TO RUN-STATUS
               REWRITE RUNREC1
           END-IF.
           CLOSE RUNFILE.

       100-OPEN-PARA.
           OPEN INPUT JRNFILE.
           IF FS1 = 00
               DISPLAY "JRNFILE OPEN SUCCESS"
           ELSE
               DISPLAY "JRNFILE OPEN FAILURE" FS1
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN I-O JHSFILE.
           IF FS2 = 00
               DISPLAY "JHSFILE OPEN SUCCESS"
           ELSE
               DISPLAY "JHSFILE OPEN FAILURE" FS2
               MOVE 'Y' TO WS-EOF
           END-IF.

       300-READ-PARA.
           READ JRNFILE AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               ADD 1 TO WS-READ-COUNT
               IF JRN-FILE-ID = 'PLF01' OR JRN-FILE-ID = 'PLF3'
                   PERFORM 310-FILE-PARA
               ELSE
                   ADD 1 TO WS-SKIP-COUNT
               END-IF
           END-READ.

       310-FILE-PARA.
           MOVE JRN-KEY TO JHS-REF.
           MOVE JRN-DATE-N TO JHS-DATE-N.
           MOVE JRN-TIME TO JHS-TIME.
           MOVE 0 TO JHS-SEQ.
           MOVE JRN-FILE-ID TO JHS-FILE-ID.
           MOVE JRN-ACTION TO JHS-ACTION.
           MOVE JRN-OPERATOR TO JHS-OPERATOR.
           MOVE JRN-BEFORE TO JHS-BEFORE.
           MOVE JRN-AFTER TO JHS-AFTER.
           MOVE 22 TO FS2.
      *    TWO CHANGES TO ONE RECORD IN THE SAME SECOND ARE KEPT APART
      *    BY THE SEQUENCE, IN THE ORDER THE JOURNAL LOGGED THEM.
           PERFORM 320-WRITE-PARA UNTIL FS2 NOT = 22
                                     OR JHS-SEQ = 99.
           IF FS2 = 00
               ADD 1 TO WS-LOAD-COUNT
           ELSE
               DISPLAY "JHSFILE WRITE FAILURE" FS2 " KEY " JRN-KEY
                       " " JRN-DATE-N " " JRN-TIME
               ADD 1 TO WS-FAIL-COUNT
           END-IF.

       320-WRITE-PARA.
           WRITE JHSREC1.
           IF FS2 = 22
               ADD 1 TO JHS-SEQ
           END-IF.

       400-CLOSE-PARA.
           CLOSE JRNFILE.
           IF FS1 = 00
               DISPLAY "JRNFILE CLOSE SUCCESS"
           ELSE
               DISPLAY "JRNFILE CLOSE FAILURE" FS1
           END-IF.
           CLOSE JHSFILE.
           IF FS2 = 00
               DISPLAY "JHSFILE CLOSE SUCCESS"
           ELSE
               DISPLAY "JHSFILE CLOSE FAILURE" FS2
           END-IF.
