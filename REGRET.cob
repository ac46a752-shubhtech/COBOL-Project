           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS4.
           SELECT BRMFILE ASSIGN TO DD5
           ORGANIZATION IS INDEXED
           RECORD KEY IS BRM-CODE
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS5.
       DATA DIVISION.
       FILE SECTION.

              COPY INSTREC.
       FD OUTFILE.
       01 OUTREC                       PIC X(80).
       FD BRMFILE.
       01 BRMREC1.
              COPY BRMREC.
       WORKING-STORAGE SECTION.
       01 FS1            PIC 9(02) VALUE 0.
       01 FS2            PIC 9(02) VALUE 0.
       01 FS3            PIC 9(02) VALUE 0.
       01 FS4            PIC 9(02) VALUE 0.
       01 FS5            PIC 9(02) VALUE 0.
       01 WS-EOF         PIC X(01) VALUE 'N'.
       01 WS-D           PIC X(10) VALUE SPACES.
       01 WS-DATE-NUM    PIC 9(06) VALUE 0.
           05 FILLER       PIC X(01).
           05 WS-MD-YYYY   PIC 9(04).

      *  REGIONAL ROLL-UP - EVERY BRANCH SEEN IS HUNG UNDER ITS REGION
      *  AND ZONE FROM THE BRANCH MASTER AND ITS FIGURES ARE CARRIED
      *  AT ALL THREE LEVELS, SO THE REGIONAL OFFICES READ THEIR
      *  TOTALS OFF THIS REPORT INSTEAD OF RE-KEYING BRANCH TOTALS.
      *  A BRANCH NOT ON THE MASTER ROLLS UP UNDER UNKN.
       01 WS-BRM-OPEN    PIC X(01) VALUE 'N'.
       01 WS-RB-BRANCH   PIC X(04) VALUE SPACES.
       01 WS-RB-WK-NAME  PIC X(20) VALUE SPACES.
       01 WS-RB-WK-REGION PIC X(04) VALUE SPACES.
       01 WS-RB-WK-ZONE  PIC X(04) VALUE SPACES.
       01 WS-RB-POST-CNT PIC 9(07) VALUE 0.
       01 WS-RB-POST-AMT PIC 9(11) VALUE 0.
       01 WS-RB-SKIP     PIC X(01) VALUE 'N'.
       01 WS-RB-COUNT    PIC 9(03) VALUE 0.
       01 WS-RB-TABLE.
           05 WS-RB-ENTRY OCCURS 500 TIMES.
               10 WS-RB-CODE       PIC X(04).
               10 WS-RB-NAME       PIC X(20).
               10 WS-RB-RG-IX      PIC 9(03).
               10 WS-RB-CNT        PIC 9(07).
               10 WS-RB-AMT        PIC 9(11).
       01 WS-RG-COUNT    PIC 9(03) VALUE 0.
       01 WS-RG-TABLE.
           05 WS-RG-ENTRY OCCURS 100 TIMES.
               10 WS-RG-CODE       PIC X(04).
               10 WS-RG-ZN-IX      PIC 9(02).
               10 WS-RG-CNT        PIC 9(07).
               10 WS-RG-AMT        PIC 9(11).
       01 WS-ZN-COUNT    PIC 9(02) VALUE 0.
       01 WS-ZN-TABLE.
           05 WS-ZN-ENTRY OCCURS 30 TIMES.
               10 WS-ZN-CODE       PIC X(04).
               10 WS-ZN-CNT        PIC 9(07).
               10 WS-ZN-AMT        PIC 9(11).
       01 WS-ALL-CNT     PIC 9(07) VALUE 0.
       01 WS-ALL-AMT     PIC 9(11) VALUE 0.
       01 WS-RB-HIT      PIC 9(03) VALUE 0.
       01 WS-RG-HIT      PIC 9(03) VALUE 0.
       01 WS-ZN-HIT      PIC 9(02) VALUE 0.
       01 WS-RBX         PIC 9(03) VALUE 0.
       01 WS-RGX         PIC 9(03) VALUE 0.
       01 WS-ZNX         PIC 9(02) VALUE 0.

       01 HEADER1.
           05 FILLER PIC X(80) VALUE ALL "*".
       01 HEADER4.
           05 FILLER PIC X(05).
           05 FILLER PIC X(18) VALUE "ACCOUNTS SLICED : ".
           05 TACCT  PIC ZZZ,ZZ9.
       01 ROLL-HEAD.
           05 FILLER PIC X(20).
           05 FILLER PIC X(40) VALUE "REGION AND ZONE ROLL-UP".
           05 FILLER PIC X(20).
       01 ROLL-COLS.
           05 FILLER PIC X(02).
           05 FILLER PIC X(06) VALUE "ZONE".
           05 FILLER PIC X(06) VALUE "REGN".
           05 FILLER PIC X(06) VALUE "BRCH".
           05 FILLER PIC X(22) VALUE "BRANCH NAME".
           05 FILLER PIC X(10) VALUE "ACCOUNTS".
           05 FILLER PIC X(14) VALUE "OUTSTANDING".
           05 FILLER PIC X(14).
       01 ROLL-LINE.
           05 FILLER      PIC X(02).
           05 RL-ZONE     PIC X(04).
           05 FILLER      PIC X(02).
           05 RL-REGION   PIC X(04).
           05 FILLER      PIC X(02).
           05 RL-BRANCH   PIC X(04).
           05 FILLER      PIC X(02).
           05 RL-NAME     PIC X(20).
           05 FILLER      PIC X(02).
           05 RL-CNT      PIC ZZZ,ZZ9.
           05 FILLER      PIC X(03).
           05 RL-AMT      PIC ZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER      PIC X(14).
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *    THE QUARTERLY RETURN USED TO BE RE-KEYED BY HAND FROM THE
           PERFORM 300-READ-PARA UNTIL WS-EOF = 'Y'.
           PERFORM 500-GRID-PRINT-PARA.
           PERFORM 450-TRAILER-PARA.
           PERFORM 800-ROLLUP-PARA.
           PERFORM 400-CLOSE-PARA.
           DISPLAY "REGRET - ACCOUNTS SLICED: " WS-ACCT-COUNT.
           STOP RUN.
               DISPLAY "OUTFILE OPEN FAILURE" FS4
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN INPUT BRMFILE.
           IF FS5 = 00
               DISPLAY "BRMFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-BRM-OPEN
           ELSE
      *        NO BRANCH MASTER JUST MEANS EVERY BRANCH ROLLS UP
      *        UNDER UNKN.
               DISPLAY "BRMFILE OPEN FAILURE" FS5
           END-IF.
           MOVE ZEROS TO WS-GRID.

       200-HEADER-PARA.
               PERFORM 340-STATE-PARA
               PERFORM 350-POST-PARA
               ADD 1 TO WS-ACCT-COUNT
               MOVE PLF-BRANCH-CODE1 TO WS-RB-BRANCH
               MOVE 1 TO WS-RB-POST-CNT
               MOVE PLF-LOAN-AMT1 TO WS-RB-POST-AMT
               PERFORM 760-ROLL-POST-PARA
           END-IF.

       320-CLASSIFY-PARA.
           CLOSE CUSTFILE.
           CLOSE INSTFILE.
           CLOSE OUTFILE.
           IF WS-BRM-OPEN = 'Y'
               CLOSE BRMFILE
           END-IF.

       760-ROLL-POST-PARA.
      *    FIND THE BRANCH IN THE ROLL-UP TABLE - ADDING IT UNDER ITS
      *    REGION AND ZONE THE FIRST TIME IT IS SEEN - AND CARRY THE
      *    FIGURES UP ALL THREE LEVELS.
           MOVE 0 TO WS-RB-HIT.
           MOVE 'N' TO WS-RB-SKIP.
           PERFORM 765-ROLL-STEP-PARA
              VARYING WS-RBX FROM 1 BY 1
              UNTIL WS-RBX > WS-RB-COUNT OR WS-RB-HIT > 0.
           IF WS-RB-HIT = 0
               PERFORM 770-ROLL-ADD-PARA
           END-IF.
           IF WS-RB-SKIP = 'N'
               MOVE WS-RB-RG-IX(WS-RB-HIT) TO WS-RG-HIT
               MOVE WS-RG-ZN-IX(WS-RG-HIT) TO WS-ZN-HIT
               ADD WS-RB-POST-CNT TO WS-RB-CNT(WS-RB-HIT)
                                     WS-RG-CNT(WS-RG-HIT)
                                     WS-ZN-CNT(WS-ZN-HIT)
                                     WS-ALL-CNT
               ADD WS-RB-POST-AMT TO WS-RB-AMT(WS-RB-HIT)
                                     WS-RG-AMT(WS-RG-HIT)
                                     WS-ZN-AMT(WS-ZN-HIT)
                                     WS-ALL-AMT
           END-IF.

       765-ROLL-STEP-PARA.
           IF WS-RB-CODE(WS-RBX) = WS-RB-BRANCH
               MOVE WS-RBX TO WS-RB-HIT
           END-IF.

       770-ROLL-ADD-PARA.
           MOVE 'UNKN' TO WS-RB-WK-REGION.
           MOVE 'UNKN' TO WS-RB-WK-ZONE.
           MOVE 'NOT ON BRANCH MASTER' TO WS-RB-WK-NAME.
           IF WS-BRM-OPEN = 'Y'
               MOVE WS-RB-BRANCH TO BRM-CODE
               READ BRMFILE
               IF FS5 = 00
                   MOVE BRM-NAME TO WS-RB-WK-NAME
                   MOVE BRM-REGION TO WS-RB-WK-REGION
                   MOVE BRM-ZONE TO WS-RB-WK-ZONE
               ELSE
                   MOVE 00 TO FS5
               END-IF
           END-IF.
           PERFORM 780-ZONE-FIND-PARA.
           IF WS-RB-SKIP = 'N'
               PERFORM 774-REGION-FIND-PARA
           END-IF.
           IF WS-RB-COUNT >= 500
               MOVE 'Y' TO WS-RB-SKIP
           END-IF.
           IF WS-RB-SKIP = 'Y'
      *        A FULL TABLE MUST NOT LEAVE THE INDEX PAST THE OCCURS
      *        BOUND - THE BRANCH IS LOGGED AND LEFT OUT OF THE
      *        ROLL-UP, NOT DROPPED IN SILENCE.
               DISPLAY "REGRET - ROLL-UP TABLE FULL, DROPPED "
                       WS-RB-BRANCH
           ELSE
               ADD 1 TO WS-RB-COUNT
               MOVE WS-RB-COUNT TO WS-RB-HIT
               MOVE WS-RB-BRANCH TO WS-RB-CODE(WS-RB-HIT)
               MOVE WS-RB-WK-NAME TO WS-RB-NAME(WS-RB-HIT)
               MOVE WS-RG-HIT TO WS-RB-RG-IX(WS-RB-HIT)
               MOVE 0 TO WS-RB-CNT(WS-RB-HIT)
               MOVE 0 TO WS-RB-AMT(WS-RB-HIT)
           END-IF.

       774-REGION-FIND-PARA.
      *    A REGION KEEPS THE ZONE OF THE FIRST BRANCH SEEN IN IT.
           MOVE 0 TO WS-RG-HIT.
           PERFORM 775-REGION-STEP-PARA
              VARYING WS-RGX FROM 1 BY 1
              UNTIL WS-RGX > WS-RG-COUNT OR WS-RG-HIT > 0.
           IF WS-RG-HIT = 0
               IF WS-RG-COUNT < 100
                   ADD 1 TO WS-RG-COUNT
                   MOVE WS-RG-COUNT TO WS-RG-HIT
                   MOVE WS-RB-WK-REGION TO WS-RG-CODE(WS-RG-HIT)
                   MOVE WS-ZN-HIT TO WS-RG-ZN-IX(WS-RG-HIT)
                   MOVE 0 TO WS-RG-CNT(WS-RG-HIT)
                   MOVE 0 TO WS-RG-AMT(WS-RG-HIT)
               ELSE
                   MOVE 'Y' TO WS-RB-SKIP
               END-IF
           END-IF.

       775-REGION-STEP-PARA.
           IF WS-RG-CODE(WS-RGX) = WS-RB-WK-REGION
               MOVE WS-RGX TO WS-RG-HIT
           END-IF.

       780-ZONE-FIND-PARA.
           MOVE 0 TO WS-ZN-HIT.
           PERFORM 785-ZONE-STEP-PARA
              VARYING WS-ZNX FROM 1 BY 1
              UNTIL WS-ZNX > WS-ZN-COUNT OR WS-ZN-HIT > 0.
           IF WS-ZN-HIT = 0
               IF WS-ZN-COUNT < 30
                   ADD 1 TO WS-ZN-COUNT
                   MOVE WS-ZN-COUNT TO WS-ZN-HIT
                   MOVE WS-RB-WK-ZONE TO WS-ZN-CODE(WS-ZN-HIT)
                   MOVE 0 TO WS-ZN-CNT(WS-ZN-HIT)
                   MOVE 0 TO WS-ZN-AMT(WS-ZN-HIT)
               ELSE
                   MOVE 'Y' TO WS-RB-SKIP
               END-IF
           END-IF.

       785-ZONE-STEP-PARA.
           IF WS-ZN-CODE(WS-ZNX) = WS-RB-WK-ZONE
               MOVE WS-ZNX TO WS-ZN-HIT
           END-IF.

       800-ROLLUP-PARA.
      *    ZONE BY ZONE - EACH REGION'S BRANCHES, THE REGION TOTAL,
      *    THEN THE ZONE TOTAL, AND THE WHOLE BOOK LAST.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM ROLL-HEAD.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM ROLL-COLS.
           WRITE OUTREC FROM HEADER1.
           PERFORM 810-ZONE-PRINT-PARA
              VARYING WS-ZNX FROM 1 BY 1
              UNTIL WS-ZNX > WS-ZN-COUNT.
           MOVE SPACES TO ROLL-LINE.
           MOVE 'ALL BRANCHES' TO RL-NAME.
           MOVE WS-ALL-CNT TO RL-CNT.
           MOVE WS-ALL-AMT TO RL-AMT.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM ROLL-LINE.

       810-ZONE-PRINT-PARA.
           PERFORM 820-REGION-PRINT-PARA
              VARYING WS-RGX FROM 1 BY 1
              UNTIL WS-RGX > WS-RG-COUNT.
           MOVE SPACES TO ROLL-LINE.
           MOVE WS-ZN-CODE(WS-ZNX) TO RL-ZONE.
           MOVE '** ZONE TOTAL' TO RL-NAME.
           MOVE WS-ZN-CNT(WS-ZNX) TO RL-CNT.
           MOVE WS-ZN-AMT(WS-ZNX) TO RL-AMT.
           WRITE OUTREC FROM ROLL-LINE.

       820-REGION-PRINT-PARA.
           IF WS-RG-ZN-IX(WS-RGX) = WS-ZNX
               PERFORM 830-BRANCH-PRINT-PARA
                  VARYING WS-RBX FROM 1 BY 1
                  UNTIL WS-RBX > WS-RB-COUNT
               MOVE SPACES TO ROLL-LINE
               MOVE WS-ZN-CODE(WS-ZNX) TO RL-ZONE
               MOVE WS-RG-CODE(WS-RGX) TO RL-REGION
               MOVE '* REGION TOTAL' TO RL-NAME
               MOVE WS-RG-CNT(WS-RGX) TO RL-CNT
               MOVE WS-RG-AMT(WS-RGX) TO RL-AMT
               WRITE OUTREC FROM ROLL-LINE
           END-IF.

       830-BRANCH-PRINT-PARA.
           IF WS-RB-RG-IX(WS-RBX) = WS-RGX
               MOVE SPACES TO ROLL-LINE
               MOVE WS-ZN-CODE(WS-ZNX) TO RL-ZONE
               MOVE WS-RG-CODE(WS-RGX) TO RL-REGION
               MOVE WS-RB-CODE(WS-RBX) TO RL-BRANCH
               MOVE WS-RB-NAME(WS-RBX) TO RL-NAME
               MOVE WS-RB-CNT(WS-RBX) TO RL-CNT
               MOVE WS-RB-AMT(WS-RBX) TO RL-AMT
               WRITE OUTREC FROM ROLL-LINE
           END-IF.
