       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNFILE ASSIGN TO DD9
           ORGANIZATION IS INDEXED
           RECORD KEY IS RUN-JOB
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS9.
       DATA DIVISION.
       FILE SECTION.

       FD RUNFILE.
       01 RUNREC1.
              COPY RUNREC.
       WORKING-STORAGE SECTION.
       01 FS9            PIC 9(02) VALUE 0.
       01 WS-RC-STOP     PIC X(01) VALUE 'N'.
       01 WS-BUS-DATE-N  PIC 9(08) VALUE 0.
      *  SYSIN CARD - THE MONTH BEING CLOSED AS YYYYMM. A BLANK CARD
      *  CLOSES THE MONTH BEFORE THE ONE THE BUSINESS DATE IS IN.
       01 WS-PARM-CARD.
           05 WS-PARM-MONTH  PIC X(06) VALUE SPACES.
           05 FILLER         PIC X(74) VALUE SPACES.
       01 WS-MONTH-N     PIC 9(06) VALUE 0.
       01 WS-MONTH-PARTS REDEFINES WS-MONTH-N.
           05 WS-MN-YYYY     PIC 9(04).
           05 WS-MN-MM       PIC 9(02).
       01 WS-DATE-N      PIC 9(08) VALUE 0.
       01 WS-DATE-PARTS REDEFINES WS-DATE-N.
           05 WS-DN-YYYY     PIC 9(04).
           05 WS-DN-MM       PIC 9(02).
           05 WS-DN-DD       PIC 9(02).
       01 WS-MONTH-END-N PIC 9(08) VALUE 0.
       01 WS-CLOSED-THRU PIC 9(08) VALUE 0.
       01 WS-NEXT-OPEN-N PIC 9(08) VALUE 0.
       01 WS-PER-NEW     PIC X(01) VALUE 'N'.
       01 WS-GATE-JOB    PIC X(08) VALUE SPACES.
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *    FINANCE CLOSES THE BOOKS ONE MONTH AT A TIME, ONCE THAT
      *    MONTH'S GLFEED, PROVCLC AND SNAPEOD MONTH-END RUNS HAVE
      *    ENDED AND BEEN ACCEPTED. THE CLOSE IS HELD ON THE 'PERIOD  '
      *    RECORD OF RUNCTL - THE CLOSED-THROUGH MONTH-END DATE, THE
      *    DATE OF THE LAST CLOSE OR REOPEN AND C (CLOSED) OR O (A
      *    MONTH WAS REOPENED THROUGH APPRVQ). NOTHING MAY POST ON OR
      *    BEFORE THE CLOSED-THROUGH DATE ONCE IT IS SET. MONTHS CLOSE
      *    IN ORDER - A CLOSE THAT WOULD SKIP A MONTH IS REFUSED.
           PERFORM 100-OPEN-PARA.
           IF WS-RC-STOP = 'N'
               PERFORM 150-PARM-PARA
           END-IF.
           IF WS-RC-STOP = 'N'
               PERFORM 200-GATE-PARA
           END-IF.
           IF WS-RC-STOP = 'N'
               PERFORM 300-PERIOD-PARA
           END-IF.
           IF WS-RC-STOP = 'N'
               PERFORM 400-CLOSE-MONTH-PARA
           END-IF.
           CLOSE RUNFILE.
           STOP RUN.

       100-OPEN-PARA.
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

       150-PARM-PARA.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           IF WS-PARM-MONTH NUMERIC
               MOVE WS-PARM-MONTH TO WS-MONTH-N
           ELSE
               MOVE WS-BUS-DATE-N TO WS-DATE-N
               MOVE WS-DN-YYYY TO WS-MN-YYYY
               MOVE WS-DN-MM   TO WS-MN-MM
               IF WS-MN-MM = 01
                   MOVE 12 TO WS-MN-MM
                   SUBTRACT 1 FROM WS-MN-YYYY
               ELSE
                   SUBTRACT 1 FROM WS-MN-MM
               END-IF
           END-IF.
           IF WS-MN-MM < 01 OR WS-MN-MM > 12
               DISPLAY "PERCLOSE - INVALID MONTH " WS-PARM-MONTH
               MOVE 'Y' TO WS-RC-STOP
           ELSE
      *        THE MONTH-END IS THE DAY BEFORE THE FIRST OF THE
      *        FOLLOWING MONTH.
               MOVE WS-MN-YYYY TO WS-DN-YYYY
               MOVE WS-MN-MM   TO WS-DN-MM
               MOVE 01         TO WS-DN-DD
               IF WS-DN-MM = 12
                   MOVE 01 TO WS-DN-MM
                   ADD 1 TO WS-DN-YYYY
               ELSE
                   ADD 1 TO WS-DN-MM
               END-IF
               COMPUTE WS-MONTH-END-N = FUNCTION DATE-OF-INTEGER
                     (FUNCTION INTEGER-OF-DATE(WS-DATE-N) - 1)
               DISPLAY "PERCLOSE - BUSINESS DATE " WS-BUS-DATE-N
                       " CLOSING MONTH ENDING " WS-MONTH-END-N
               IF WS-MONTH-END-N > WS-BUS-DATE-N
                   DISPLAY "PERCLOSE - MONTH HAS NOT ENDED YET"
                   MOVE 'Y' TO WS-RC-STOP
               END-IF
           END-IF.

       200-GATE-PARA.
      *    EACH MONTH-END JOB MUST HAVE ENDED FOR THE MONTH-END
      *    BUSINESS DATE OR LATER - A STARTED-BUT-NEVER-ENDED RUN
      *    HAS NOT BEEN ACCEPTED.
           MOVE 'GLFEED  ' TO WS-GATE-JOB.
           PERFORM 210-GATE-JOB-PARA.
           MOVE 'PROVCLC ' TO WS-GATE-JOB.
           PERFORM 210-GATE-JOB-PARA.
           MOVE 'SNAPEOD ' TO WS-GATE-JOB.
           PERFORM 210-GATE-JOB-PARA.

       210-GATE-JOB-PARA.
           MOVE WS-GATE-JOB TO RUN-JOB.
           READ RUNFILE.
           IF FS9 NOT = 00
               DISPLAY "PERCLOSE - " WS-GATE-JOB " NOT ON RUNCTL"
               MOVE 'Y' TO WS-RC-STOP
           ELSE IF RUN-LAST-DATE-N < WS-MONTH-END-N
               OR NOT RUN-ENDED
               DISPLAY "PERCLOSE - " WS-GATE-JOB
                       " MONTH-END RUN NOT ENDED"
               MOVE 'Y' TO WS-RC-STOP
           END-IF
           END-IF.

       300-PERIOD-PARA.
           MOVE 'N' TO WS-PER-NEW.
           MOVE 'PERIOD  ' TO RUN-JOB.
           READ RUNFILE.
           IF FS9 NOT = 00
      *        THE FIRST CLOSE EVER TAKEN SETS THE CONTROL UP.
               MOVE 'Y' TO WS-PER-NEW
               MOVE 0 TO WS-CLOSED-THRU
           ELSE
               MOVE RUN-BUSDATE-N TO WS-CLOSED-THRU
           END-IF.
           IF WS-PER-NEW = 'N'
               IF WS-MONTH-END-N NOT > WS-CLOSED-THRU
                   DISPLAY "PERCLOSE - MONTH ALREADY CLOSED - "
                           "CLOSED THROUGH " WS-CLOSED-THRU
                   MOVE 'Y' TO WS-RC-STOP
               ELSE
                   COMPUTE WS-NEXT-OPEN-N = FUNCTION DATE-OF-INTEGER
                         (FUNCTION INTEGER-OF-DATE(WS-CLOSED-THRU) + 1)
                   MOVE WS-NEXT-OPEN-N TO WS-DATE-N
                   IF WS-DN-YYYY NOT = WS-MN-YYYY
                       OR WS-DN-MM NOT = WS-MN-MM
                       DISPLAY "PERCLOSE - CLOSE THE MONTH AFTER "
                               WS-CLOSED-THRU " FIRST"
                       MOVE 'Y' TO WS-RC-STOP
                   END-IF
               END-IF
           END-IF.

       400-CLOSE-MONTH-PARA.
           MOVE 'PERIOD  ' TO RUN-JOB.
           MOVE WS-MONTH-END-N TO RUN-BUSDATE-N.
           MOVE WS-BUS-DATE-N TO RUN-LAST-DATE-N.
           MOVE 'C' TO RUN-STATUS.
           IF WS-PER-NEW = 'Y'
               WRITE RUNREC1
           ELSE
               REWRITE RUNREC1
           END-IF.
           IF FS9 = 00
               DISPLAY "PERCLOSE - PERIOD CLOSED THROUGH "
                       WS-MONTH-END-N
           ELSE
               DISPLAY "PERCLOSE - RUNCTL UPDATE FAILURE" FS9
           END-IF.
