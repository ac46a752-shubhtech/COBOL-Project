       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPAGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMPFILE ASSIGN TO DD1
           ORGANIZATION IS INDEXED
           RECORD KEY IS CMP-NO
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS1.
           SELECT OUTFILE ASSIGN TO DD2
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS2.
           SELECT RUNFILE ASSIGN TO DD9
           ORGANIZATION IS INDEXED
           RECORD KEY IS RUN-JOB
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS9.
       DATA DIVISION.
       FILE SECTION.

       FD CMPFILE.
       01 CMPREC1.
              COPY CMPREC.
       FD OUTFILE.
       01 OUTREC                       PIC X(80).
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
       01 WS-BUS-INT     PIC 9(08) VALUE 0.
       01 WS-AGE-DAYS    PIC S9(08) VALUE 0.
       01 WS-ESC-TO      PIC 9(01) VALUE 0.
       01 WS-PEND-COUNT  PIC 9(07) VALUE 0.
       01 WS-LATE-COUNT  PIC 9(07) VALUE 0.
       01 WS-ESC1-COUNT  PIC 9(07) VALUE 0.
       01 WS-ESC2-COUNT  PIC 9(07) VALUE 0.

       01 HEADER1.
           05 FILLER PIC X(80) VALUE ALL "*".
       01 HEADER4.
           05 FILLER PIC X(20).
           05 FILLER PIC X(40) VALUE "STATE BANK OF INDIA".
           05 FILLER PIC X(20).
       01 HEADER5.
           05 FILLER PIC X(14).
           05 FILLER PIC X(52) VALUE
              "COMPLAINTS PAST TURNAROUND - ESCALATION".
           05 FILLER PIC X(14).
       01 HEADER3.
           05 FILLER PIC X(02).
           05 FILLER PIC X(06) VALUE "BRNCH".
           05 FILLER PIC X(10) VALUE "COMPLAINT".
           05 FILLER PIC X(12) VALUE "ACCOUNT NO.".
           05 FILLER PIC X(04) VALUE "CAT".
           05 FILLER PIC X(07) VALUE "WITH".
           05 FILLER PIC X(06) VALUE " DAYS".
           05 FILLER PIC X(05) VALUE " TAT".
           05 FILLER PIC X(28) VALUE "  DISPOSITION".
       01 CMP-LINE.
           05 FILLER      PIC X(02).
           05 CL-BRANCH   PIC X(04).
           05 FILLER      PIC X(02).
           05 CL-NO       PIC 9(08).
           05 FILLER      PIC X(02).
           05 CL-ACCOUNT  PIC X(10).
           05 FILLER      PIC X(02).
           05 CL-CAT      PIC X(01).
           05 FILLER      PIC X(03).
           05 CL-ASSIGNED PIC X(05).
           05 FILLER      PIC X(02).
           05 CL-AGE      PIC ZZZZ9.
           05 FILLER      PIC X(01).
           05 CL-TAT      PIC ZZZ9.
           05 FILLER      PIC X(02).
           05 CL-DISP     PIC X(27).
       01 TRAILER1.
           05 FILLER PIC X(02).
           05 FILLER PIC X(24) VALUE "COMPLAINTS PENDING    : ".
           05 TPEND  PIC ZZZ,ZZ9.
           05 FILLER PIC X(20) VALUE "  PAST TURNAROUND : ".
           05 TLATE  PIC ZZZ,ZZ9.
           05 FILLER PIC X(20).
       01 TRAILER2.
           05 FILLER PIC X(02).
           05 FILLER PIC X(24) VALUE "ESCALATED TONIGHT - BM: ".
           05 TESC1  PIC ZZZ,ZZ9.
           05 FILLER PIC X(20) VALUE "  NODAL OFFICER   : ".
           05 TESC2  PIC ZZZ,ZZ9.
           05 FILLER PIC X(20).
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *    THE PAPER REGISTER NEVER TOLD ANYONE A COMPLAINT HAD GONE
      *    STALE. EVERY NIGHT THIS RUN AGES EACH COMPLAINT STILL OPEN
      *    AGAINST THE TURNAROUND FIXED FOR ITS CATEGORY: PAST IT, THE
      *    COMPLAINT IS ESCALATED TO THE BRANCH MANAGER; PAST TWICE
      *    IT, TO THE NODAL GRIEVANCE OFFICER. EVERY COMPLAINT PAST
      *    ITS TURNAROUND IS LISTED SO THE DESK KNOWS WHAT TO CHASE.
           PERFORM 050-RUNCTL-PARA.
           IF WS-RC-STOP = 'Y'
               STOP RUN
           END-IF.
           PERFORM 100-OPEN-PARA.
           PERFORM 200-HEADER-PARA.
           PERFORM 300-READ-PARA UNTIL WS-EOF = 'Y'.
           PERFORM 450-TRAILER-PARA.
           PERFORM 400-CLOSE-PARA.
           DISPLAY "CMPAGE - PENDING: " WS-PEND-COUNT
                   " PAST TAT: " WS-LATE-COUNT.
           PERFORM 950-RUNCTL-END-PARA.
           STOP RUN.

       050-RUNCTL-PARA.
      *    THE RUN-CONTROL GATE - REFUSES A DUPLICATE SAME-DATE RUN
      *    AND ENFORCES THE NIGHTLY SEQUENCE.
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
                   MOVE 'CMPAGE  ' TO RUN-JOB
                   READ RUNFILE
                   IF FS9 = 00
                       AND RUN-LAST-DATE-N = WS-BUS-DATE-N
                       DISPLAY "CMPAGE ALREADY RAN THIS DATE"
                       MOVE 'Y' TO WS-RC-STOP
                   ELSE IF FS9 = 00
                       MOVE WS-BUS-DATE-N TO RUN-LAST-DATE-N
                       MOVE 'S' TO RUN-STATUS
                       REWRITE RUNREC1
                   ELSE
                       DISPLAY "CMPAGE NOT DEFINED ON RUNCTL"
                       MOVE 'Y' TO WS-RC-STOP
                   END-IF
                   END-IF
               END-IF
           END-IF.

       950-RUNCTL-END-PARA.
           MOVE 'CMPAGE  ' TO RUN-JOB.
           READ RUNFILE.
           IF FS9 = 00
               MOVE 'E' TO RUN-STATUS
               REWRITE RUNREC1
           END-IF.
           CLOSE RUNFILE.

       100-OPEN-PARA.
           OPEN I-O CMPFILE.
           IF FS1 = 00
               DISPLAY "CMPFILE OPEN SUCCESS"
           ELSE
               DISPLAY "CMPFILE OPEN FAILURE" FS1
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN OUTPUT OUTFILE.
           IF FS2 = 00
               DISPLAY "OUTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "OUTFILE OPEN FAILURE" FS2
               MOVE 'Y' TO WS-EOF
           END-IF.
           COMPUTE WS-BUS-INT =
                 FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-N).

       200-HEADER-PARA.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM HEADER4.
           WRITE OUTREC FROM HEADER5.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM HEADER3.
           WRITE OUTREC FROM HEADER1.

       300-READ-PARA.
           READ CMPFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               IF CMP-PENDING
                   PERFORM 310-AGE-PARA
               END-IF
           END-READ.

       310-AGE-PARA.
           ADD 1 TO WS-PEND-COUNT.
           COMPUTE WS-AGE-DAYS = WS-BUS-INT
                 - FUNCTION INTEGER-OF-DATE(CMP-LOG-DATE-N).
           IF WS-AGE-DAYS > CMP-TAT-DAYS
               ADD 1 TO WS-LATE-COUNT
               MOVE 1 TO WS-ESC-TO
               IF WS-AGE-DAYS > CMP-TAT-DAYS * 2
                   MOVE 2 TO WS-ESC-TO
               END-IF
               MOVE SPACES TO CMP-LINE
               MOVE CMP-BRANCH TO CL-BRANCH
               MOVE CMP-NO TO CL-NO
               MOVE CMP-ACCOUNT-NO TO CL-ACCOUNT
               MOVE CMP-CATEGORY TO CL-CAT
               MOVE CMP-ASSIGNED TO CL-ASSIGNED
               MOVE WS-AGE-DAYS TO CL-AGE
               MOVE CMP-TAT-DAYS TO CL-TAT
               IF WS-ESC-TO > CMP-ESC-LEVEL
                   PERFORM 320-ESCALATE-PARA
               ELSE IF CMP-ESC-LEVEL = 2
                   MOVE "WITH NODAL OFFICER" TO CL-DISP
               ELSE
                   MOVE "WITH BRANCH MANAGER" TO CL-DISP
               END-IF
               END-IF
               WRITE OUTREC FROM CMP-LINE
           END-IF.

       320-ESCALATE-PARA.
           MOVE 'E' TO CMP-STATUS.
           MOVE WS-ESC-TO TO CMP-ESC-LEVEL.
           MOVE WS-BUS-DATE-N TO CMP-ESC-DATE-N.
           REWRITE CMPREC1.
           IF FS1 NOT = 00
               DISPLAY "CMPFILE REWRITE FAILURE" FS1 " ON " CMP-NO
               MOVE "ESCALATION NOT RECORDED" TO CL-DISP
               MOVE 00 TO FS1
           ELSE IF WS-ESC-TO = 2
               ADD 1 TO WS-ESC2-COUNT
               MOVE "ESCALATED - NODAL OFFICER" TO CL-DISP
           ELSE
               ADD 1 TO WS-ESC1-COUNT
               MOVE "ESCALATED - BRANCH MANAGER" TO CL-DISP
           END-IF
           END-IF.

       450-TRAILER-PARA.
           WRITE OUTREC FROM HEADER1.
           MOVE WS-PEND-COUNT TO TPEND.
           MOVE WS-LATE-COUNT TO TLATE.
           WRITE OUTREC FROM TRAILER1.
           MOVE WS-ESC1-COUNT TO TESC1.
           MOVE WS-ESC2-COUNT TO TESC2.
           WRITE OUTREC FROM TRAILER2.
           WRITE OUTREC FROM HEADER1.

       400-CLOSE-PARA.
           CLOSE CMPFILE.
           CLOSE OUTFILE.
