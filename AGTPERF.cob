           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS4.
           SELECT CMPFILE ASSIGN TO DD5
           ORGANIZATION IS INDEXED
           RECORD KEY IS CMP-NO
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS5.
       DATA DIVISION.
       FILE SECTION.

              COPY AGTREC.
       FD OUTFILE.
       01 OUTREC                       PIC X(80).
       FD CMPFILE.
       01 CMPREC1.
              COPY CMPREC.
       WORKING-STORAGE SECTION.
       01 FS1            PIC 9(02) VALUE 0.
       01 FS2            PIC 9(02) VALUE 0.
       01 FS3            PIC 9(02) VALUE 0.
       01 FS4            PIC 9(02) VALUE 0.
       01 FS5            PIC 9(02) VALUE 0.
       01 WS-EOF         PIC X(01) VALUE 'N'.
       01 WS-AGT-EOF     PIC X(01) VALUE 'N'.
       01 WS-LED-DONE    PIC X(01) VALUE 'N'.
       01 WS-CMP-EOF     PIC X(01) VALUE 'N'.
       01 WS-CMP-OPEN    PIC X(01) VALUE 'N'.
       01 WS-COLLECTED   PIC 9(10) VALUE 0.
      *  PER-AGENT PERFORMANCE SLOTS - THE AGENT PANEL IS SMALL.
       01 WS-AG-COUNT    PIC 9(02) VALUE 0.
               10 WS-AG-ALLOCS     PIC 9(05).
               10 WS-AG-HITS       PIC 9(05).
               10 WS-AG-COLL       PIC 9(10).
               10 WS-AG-CMPL       PIC 9(05).
       01 WS-AX          PIC 9(02) VALUE 0.
       01 WS-AG-HIT      PIC 9(02) VALUE 0.
       01 WS-AG-KEY      PIC X(05) VALUE SPACES.

       01 HEADER1.
           05 FILLER PIC X(80) VALUE ALL "*".
              "RECOVERY AGENT PERFORMANCE - MONTHLY".
           05 FILLER PIC X(14).
       01 PERF-LINE.
           05 FILLER PIC X(02).
           05 PAGT-CODE   PIC X(05).
           05 FILLER PIC X(03).
           05 PAGT-NAME   PIC X(20).
           05 PHITS       PIC ZZZZ9.
           05 FILLER PIC X(06) VALUE " AMT ".
           05 PCOLL       PIC Z(09)9.
           05 FILLER PIC X(06) VALUE " CMPL ".
           05 PCMPL       PIC ZZ9.
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *    COMMISSION IS PAID ON COLLECTIONS THAT ACTUALLY HAPPENED -
      *    EVERY ACTIVE ALLOCATION IS MATCHED AGAINST THE REPAYMENT
      *    ROWS POSTED AFTER ITS ALLOCATION DATE, AND THE TOTALS ROLL
      *    UP PER AGENT. COMPLAINTS LOGGED AGAINST AN AGENT'S
      *    ALLOCATIONS ON THE COMPLAINT REGISTER ARE COUNTED ALONGSIDE.
           PERFORM 100-OPEN-PARA.
           PERFORM 200-HEADER-PARA.
           PERFORM 300-READ-PARA UNTIL WS-EOF = 'Y'.
           PERFORM 600-CMP-READ-PARA UNTIL WS-CMP-EOF = 'Y'.
           PERFORM 500-PRINT-PARA.
           PERFORM 400-CLOSE-PARA.
           STOP RUN.
               DISPLAY "OUTFILE OPEN FAILURE" FS4
               MOVE 'Y' TO WS-EOF
           END-IF.
      *    NO COMPLAINT REGISTER JUST MEANS THE COMPLAINT COLUMN IS
      *    ZERO.
           OPEN INPUT CMPFILE.
           IF FS5 = 00
               DISPLAY "CMPFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-CMP-OPEN
           ELSE
               DISPLAY "CMPFILE NOT AVAILABLE" FS5
               MOVE 'Y' TO WS-CMP-EOF
           END-IF.
           IF WS-EOF = 'Y'
               MOVE 'Y' TO WS-CMP-EOF
           END-IF.

       200-HEADER-PARA.
           WRITE OUTREC FROM HEADER1.
           END-READ.

       330-AGT-TALLY-PARA.
           MOVE ALO-AGT-CODE TO WS-AG-KEY.
           PERFORM 340-AGT-FIND-PARA.
           IF WS-AG-HIT > 0
               ADD 1 TO WS-AG-ALLOCS(WS-AG-HIT)
               IF WS-COLLECTED > 0
                   ADD 1 TO WS-AG-HITS(WS-AG-HIT)
                   ADD WS-COLLECTED TO WS-AG-COLL(WS-AG-HIT)
               END-IF
           END-IF.

       340-AGT-FIND-PARA.
           MOVE 0 TO WS-AG-HIT.
           PERFORM 335-AGT-FIND-PARA
              VARYING WS-AX FROM 1 BY 1
           IF WS-AG-HIT = 0 AND WS-AG-COUNT < 50
               ADD 1 TO WS-AG-COUNT
               MOVE WS-AG-COUNT TO WS-AG-HIT
               MOVE WS-AG-KEY TO WS-AG-CODE(WS-AG-HIT)
               MOVE 0 TO WS-AG-ALLOCS(WS-AG-HIT)
               MOVE 0 TO WS-AG-HITS(WS-AG-HIT)
               MOVE 0 TO WS-AG-COLL(WS-AG-HIT)
               MOVE 0 TO WS-AG-CMPL(WS-AG-HIT)
           END-IF.

       335-AGT-FIND-PARA.
           IF WS-AG-CODE(WS-AX) = WS-AG-KEY
               MOVE WS-AX TO WS-AG-HIT
           END-IF.

       600-CMP-READ-PARA.
           READ CMPFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-CMP-EOF
           NOT AT END
               IF CMP-CAT-AGENT AND CMP-AGT-CODE NOT = SPACES
                   MOVE CMP-AGT-CODE TO WS-AG-KEY
                   PERFORM 340-AGT-FIND-PARA
                   IF WS-AG-HIT > 0
                       ADD 1 TO WS-AG-CMPL(WS-AG-HIT)
                   END-IF
               END-IF
           END-READ.

       500-PRINT-PARA.
           PERFORM 510-PRINT-STEP-PARA
              VARYING WS-AX FROM 1 BY 1
           MOVE WS-AG-ALLOCS(WS-AX) TO PALLOCS.
           MOVE WS-AG-HITS(WS-AX) TO PHITS.
           MOVE WS-AG-COLL(WS-AX) TO PCOLL.
           MOVE WS-AG-CMPL(WS-AX) TO PCMPL.
           WRITE OUTREC FROM PERF-LINE.

       400-CLOSE-PARA.
           CLOSE LEDGFILE.
           CLOSE AGTFILE.
           CLOSE OUTFILE.
           IF WS-CMP-OPEN = 'Y'
               CLOSE CMPFILE
           END-IF.
