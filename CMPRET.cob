       IDENTIFICATION DIVISION.
       PROGRAM-ID. CMPRET.
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
      *  SYSIN CARD - THE RETURN MONTH AS YYYYMM. A BLANK CARD TAKES
      *  THE MONTH OF THE BUSINESS DATE.
       01 WS-PARM-CARD.
           05 WS-PARM-MONTH  PIC X(06) VALUE SPACES.
           05 FILLER         PIC X(74) VALUE SPACES.
       01 WS-RPT-MONTH.
           05 WS-RPT-YYYY    PIC 9(04) VALUE 0.
           05 WS-RPT-MM      PIC 9(02) VALUE 0.
       01 WS-FROM-N      PIC 9(08) VALUE 0.
       01 WS-NEXT-N      PIC 9(08) VALUE 0.
       01 WS-FROM-INT    PIC 9(08) VALUE 0.
       01 WS-TO-INT      PIC 9(08) VALUE 0.
       01 WS-LOG-INT     PIC 9(08) VALUE 0.
       01 WS-RES-INT     PIC 9(08) VALUE 0.
       01 WS-DAYS        PIC S9(08) VALUE 0.
      *  THE CATEGORIES AS THE RETURN NAMES THEM - THE SIXTH ROW OF
      *  THE GRID IS THE TOTAL.
       01 WS-CAT-VALUES.
           05 FILLER PIC X(16) VALUE "EWRONG EMI DEBIT".
           05 FILLER PIC X(16) VALUE "TDELAYED TRANCHE".
           05 FILLER PIC X(16) VALUE "CCERTIFICATE".
           05 FILLER PIC X(16) VALUE "ARECOVERY AGENT".
           05 FILLER PIC X(16) VALUE "OOTHER".
           05 FILLER PIC X(16) VALUE " TOTAL".
       01 WS-CAT-TABLE REDEFINES WS-CAT-VALUES.
           05 WS-CAT-ENTRY OCCURS 6 TIMES.
               10 WS-CAT-CODE       PIC X(01).
               10 WS-CAT-NAME       PIC X(15).
       01 WS-GRID.
           05 WS-GR-ENTRY OCCURS 6 TIMES.
               10 WS-GR-OPENING     PIC 9(05).
               10 WS-GR-RECEIVED    PIC 9(05).
               10 WS-GR-RESOLVED    PIC 9(05).
               10 WS-GR-IN-TAT      PIC 9(05).
               10 WS-GR-BEYOND      PIC 9(05).
               10 WS-GR-PENDING     PIC 9(05).
               10 WS-GR-OVER-TAT    PIC 9(05).
               10 WS-GR-RES-DAYS    PIC 9(08).
       01 WS-CX          PIC 9(01) VALUE 0.
       01 WS-CAT-HIT     PIC 9(01) VALUE 0.
       01 WS-AVG-DAYS    PIC 9(05) VALUE 0.
      *  RECEIPTS BY CHANNEL - THE OMBUDSMAN REFERRALS ARE CALLED
      *  OUT SEPARATELY ON THE RETURN.
       01 WS-CHN-COUNTS.
           05 WS-CHN-BRANCH  PIC 9(05) VALUE 0.
           05 WS-CHN-PHONE   PIC 9(05) VALUE 0.
           05 WS-CHN-EMAIL   PIC 9(05) VALUE 0.
           05 WS-CHN-LETTER  PIC 9(05) VALUE 0.
           05 WS-CHN-OMBUD   PIC 9(05) VALUE 0.

       01 HEADER1.
           05 FILLER PIC X(80) VALUE ALL "*".
       01 HEADER4.
           05 FILLER PIC X(20).
           05 FILLER PIC X(40) VALUE "STATE BANK OF INDIA".
           05 FILLER PIC X(20).
       01 HEADER5.
           05 FILLER PIC X(14).
           05 FILLER PIC X(52) VALUE
              "CUSTOMER GRIEVANCE RETURN - MONTHLY".
           05 FILLER PIC X(14).
       01 HEADER6.
           05 FILLER PIC X(14).
           05 FILLER PIC X(13) VALUE "RETURN MONTH ".
           05 H6-MONTH    PIC 9(06).
           05 FILLER PIC X(47).
       01 HEADER3.
           05 FILLER PIC X(16) VALUE " CATEGORY".
           05 FILLER PIC X(08) VALUE " OPENING".
           05 FILLER PIC X(08) VALUE "  RECD".
           05 FILLER PIC X(08) VALUE " RESOLVD".
           05 FILLER PIC X(08) VALUE "  IN TAT".
           05 FILLER PIC X(08) VALUE "  BEYOND".
           05 FILLER PIC X(08) VALUE " PENDING".
           05 FILLER PIC X(08) VALUE " OVR TAT".
           05 FILLER PIC X(08) VALUE " AVG DYS".
       01 GRID-LINE.
           05 FILLER      PIC X(01).
           05 GL-NAME     PIC X(15).
           05 GL-OPENING  PIC ZZZ,ZZ9.
           05 FILLER      PIC X(01).
           05 GL-RECEIVED PIC ZZZ,ZZ9.
           05 FILLER      PIC X(01).
           05 GL-RESOLVED PIC ZZZ,ZZ9.
           05 FILLER      PIC X(01).
           05 GL-IN-TAT   PIC ZZZ,ZZ9.
           05 FILLER      PIC X(01).
           05 GL-BEYOND   PIC ZZZ,ZZ9.
           05 FILLER      PIC X(01).
           05 GL-PENDING  PIC ZZZ,ZZ9.
           05 FILLER      PIC X(01).
           05 GL-OVER-TAT PIC ZZZ,ZZ9.
           05 FILLER      PIC X(03).
           05 GL-AVG      PIC ZZZZ9.
           05 FILLER      PIC X(01).
       01 CHN-LINE1.
           05 FILLER PIC X(02).
           05 FILLER PIC X(22) VALUE "RECEIVED AT BRANCH  : ".
           05 CL-BRANCH   PIC ZZZ,ZZ9.
           05 FILLER PIC X(22) VALUE "   BY PHONE        : ".
           05 CL-PHONE    PIC ZZZ,ZZ9.
           05 FILLER PIC X(20).
       01 CHN-LINE2.
           05 FILLER PIC X(02).
           05 FILLER PIC X(22) VALUE "BY E-MAIL           : ".
           05 CL-EMAIL    PIC ZZZ,ZZ9.
           05 FILLER PIC X(22) VALUE "   BY LETTER       : ".
           05 CL-LETTER   PIC ZZZ,ZZ9.
           05 FILLER PIC X(20).
       01 CHN-LINE3.
           05 FILLER PIC X(02).
           05 FILLER PIC X(22) VALUE "OMBUDSMAN REFERRALS : ".
           05 CL-OMBUD    PIC ZZZ,ZZ9.
           05 FILLER PIC X(49).
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *    THE RETURN THE BANKING OMBUDSMAN ASKS FOR - BY CATEGORY,
      *    WHAT WAS PENDING AT THE START OF THE MONTH, RECEIVED, AND
      *    RESOLVED WITHIN OR BEYOND THE TURNAROUND, WHAT IS STILL
      *    PENDING AT MONTH END AND HOW MUCH OF THAT IS ALREADY LATE,
      *    WITH THE AVERAGE DAYS TAKEN TO RESOLVE. THE OUTPUT IS
      *    CAPTURED TO RPTREP WITH RPTLOAD (REPORT ID CMPRET) LIKE
      *    EVERY OTHER REPORT SO HEAD OFFICE PULLS IT FROM RPTVIEW.
           PERFORM 100-OPEN-PARA.
           PERFORM 150-PARM-PARA.
           IF WS-EOF = 'N'
               PERFORM 200-HEADER-PARA
               PERFORM 300-READ-PARA UNTIL WS-EOF = 'Y'
               PERFORM 500-GRID-PRINT-PARA
           END-IF.
           PERFORM 400-CLOSE-PARA.
           DISPLAY "CMPRET - MONTH " WS-RPT-MONTH
                   " RECEIVED: " WS-GR-RECEIVED(6)
                   " RESOLVED: " WS-GR-RESOLVED(6).
           STOP RUN.

       100-OPEN-PARA.
           OPEN INPUT CMPFILE.
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
           INITIALIZE WS-GRID.

       150-PARM-PARA.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           MOVE WS-BUS-DATE-N(1:6) TO WS-RPT-MONTH.
           IF WS-PARM-MONTH NUMERIC
               MOVE WS-PARM-MONTH TO WS-RPT-MONTH
           END-IF.
           IF WS-RPT-MM < 1 OR WS-RPT-MM > 12
               DISPLAY "CMPRET - BAD RETURN MONTH " WS-RPT-MONTH
               MOVE 'Y' TO WS-EOF
           ELSE
               COMPUTE WS-FROM-N =
                     WS-RPT-YYYY * 10000 + WS-RPT-MM * 100 + 1
               IF WS-RPT-MM = 12
                   COMPUTE WS-NEXT-N = (WS-RPT-YYYY + 1) * 10000 + 101
               ELSE
                   COMPUTE WS-NEXT-N = WS-FROM-N + 100
               END-IF
               COMPUTE WS-FROM-INT =
                     FUNCTION INTEGER-OF-DATE(WS-FROM-N)
      *        THE LAST DAY OF THE MONTH IS THE DAY BEFORE THE FIRST
      *        OF THE NEXT - NO MONTH-LENGTH TABLE NEEDED.
               COMPUTE WS-TO-INT =
                     FUNCTION INTEGER-OF-DATE(WS-NEXT-N) - 1
           END-IF.
           MOVE WS-RPT-MONTH TO H6-MONTH.

       200-HEADER-PARA.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM HEADER4.
           WRITE OUTREC FROM HEADER5.
           WRITE OUTREC FROM HEADER6.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM HEADER3.
           WRITE OUTREC FROM HEADER1.

       300-READ-PARA.
           READ CMPFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               PERFORM 310-CLASSIFY-PARA
           END-READ.

       310-CLASSIFY-PARA.
           COMPUTE WS-LOG-INT =
                 FUNCTION INTEGER-OF-DATE(CMP-LOG-DATE-N).
           MOVE 0 TO WS-RES-INT.
           IF CMP-RESOLVED
               COMPUTE WS-RES-INT =
                     FUNCTION INTEGER-OF-DATE(CMP-RESOLVE-DATE-N)
           END-IF.
      *    ANYTHING LOGGED AFTER THE MONTH BELONGS TO A LATER RETURN.
           IF WS-LOG-INT NOT > WS-TO-INT
               PERFORM 315-COUNT-PARA
           END-IF.

       315-COUNT-PARA.
           MOVE 5 TO WS-CAT-HIT.
           PERFORM 320-CAT-STEP-PARA
              VARYING WS-CX FROM 1 BY 1
              UNTIL WS-CX > 5.
      *    OPENING - LOGGED BEFORE THE MONTH AND NOT RESOLVED BEFORE IT.
           IF WS-LOG-INT < WS-FROM-INT
               AND (WS-RES-INT = 0 OR WS-RES-INT NOT < WS-FROM-INT)
               ADD 1 TO WS-GR-OPENING(WS-CAT-HIT)
           END-IF.
           IF WS-LOG-INT NOT < WS-FROM-INT
               ADD 1 TO WS-GR-RECEIVED(WS-CAT-HIT)
               PERFORM 330-CHANNEL-PARA
           END-IF.
           IF WS-RES-INT NOT < WS-FROM-INT
               AND WS-RES-INT NOT > WS-TO-INT
               ADD 1 TO WS-GR-RESOLVED(WS-CAT-HIT)
               COMPUTE WS-DAYS = WS-RES-INT - WS-LOG-INT
               ADD WS-DAYS TO WS-GR-RES-DAYS(WS-CAT-HIT)
               IF WS-DAYS > CMP-TAT-DAYS
                   ADD 1 TO WS-GR-BEYOND(WS-CAT-HIT)
               ELSE
                   ADD 1 TO WS-GR-IN-TAT(WS-CAT-HIT)
               END-IF
           END-IF.
           IF WS-RES-INT = 0 OR WS-RES-INT > WS-TO-INT
               ADD 1 TO WS-GR-PENDING(WS-CAT-HIT)
               COMPUTE WS-DAYS = WS-TO-INT - WS-LOG-INT
               IF WS-DAYS > CMP-TAT-DAYS
                   ADD 1 TO WS-GR-OVER-TAT(WS-CAT-HIT)
               END-IF
           END-IF.

       320-CAT-STEP-PARA.
           IF WS-CAT-CODE(WS-CX) = CMP-CATEGORY
               MOVE WS-CX TO WS-CAT-HIT
           END-IF.

       330-CHANNEL-PARA.
           IF CMP-CHN-BRANCH
               ADD 1 TO WS-CHN-BRANCH
           ELSE IF CMP-CHN-PHONE
               ADD 1 TO WS-CHN-PHONE
           ELSE IF CMP-CHN-EMAIL
               ADD 1 TO WS-CHN-EMAIL
           ELSE IF CMP-CHN-LETTER
               ADD 1 TO WS-CHN-LETTER
           ELSE IF CMP-CHN-OMBUDSMAN
               ADD 1 TO WS-CHN-OMBUD
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       500-GRID-PRINT-PARA.
           PERFORM 510-TOTAL-STEP-PARA
              VARYING WS-CX FROM 1 BY 1
              UNTIL WS-CX > 5.
           PERFORM 520-GRID-LINE-PARA
              VARYING WS-CX FROM 1 BY 1
              UNTIL WS-CX > 6.
           WRITE OUTREC FROM HEADER1.
           MOVE WS-CHN-BRANCH TO CL-BRANCH.
           MOVE WS-CHN-PHONE TO CL-PHONE.
           WRITE OUTREC FROM CHN-LINE1.
           MOVE WS-CHN-EMAIL TO CL-EMAIL.
           MOVE WS-CHN-LETTER TO CL-LETTER.
           WRITE OUTREC FROM CHN-LINE2.
           MOVE WS-CHN-OMBUD TO CL-OMBUD.
           WRITE OUTREC FROM CHN-LINE3.
           WRITE OUTREC FROM HEADER1.

       510-TOTAL-STEP-PARA.
           ADD WS-GR-OPENING(WS-CX)  TO WS-GR-OPENING(6).
           ADD WS-GR-RECEIVED(WS-CX) TO WS-GR-RECEIVED(6).
           ADD WS-GR-RESOLVED(WS-CX) TO WS-GR-RESOLVED(6).
           ADD WS-GR-IN-TAT(WS-CX)   TO WS-GR-IN-TAT(6).
           ADD WS-GR-BEYOND(WS-CX)   TO WS-GR-BEYOND(6).
           ADD WS-GR-PENDING(WS-CX)  TO WS-GR-PENDING(6).
           ADD WS-GR-OVER-TAT(WS-CX) TO WS-GR-OVER-TAT(6).
           ADD WS-GR-RES-DAYS(WS-CX) TO WS-GR-RES-DAYS(6).

       520-GRID-LINE-PARA.
           IF WS-CX = 6
               WRITE OUTREC FROM HEADER1
           END-IF.
           MOVE SPACES TO GRID-LINE.
           MOVE WS-CAT-NAME(WS-CX) TO GL-NAME.
           MOVE WS-GR-OPENING(WS-CX) TO GL-OPENING.
           MOVE WS-GR-RECEIVED(WS-CX) TO GL-RECEIVED.
           MOVE WS-GR-RESOLVED(WS-CX) TO GL-RESOLVED.
           MOVE WS-GR-IN-TAT(WS-CX) TO GL-IN-TAT.
           MOVE WS-GR-BEYOND(WS-CX) TO GL-BEYOND.
           MOVE WS-GR-PENDING(WS-CX) TO GL-PENDING.
           MOVE WS-GR-OVER-TAT(WS-CX) TO GL-OVER-TAT.
           MOVE 0 TO WS-AVG-DAYS.
           IF WS-GR-RESOLVED(WS-CX) > 0
               COMPUTE WS-AVG-DAYS ROUNDED =
                     WS-GR-RES-DAYS(WS-CX) / WS-GR-RESOLVED(WS-CX)
           END-IF.
           MOVE WS-AVG-DAYS TO GL-AVG.
           WRITE OUTREC FROM GRID-LINE.

       400-CLOSE-PARA.
           CLOSE CMPFILE.
           CLOSE OUTFILE.
