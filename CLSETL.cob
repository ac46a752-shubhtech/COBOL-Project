       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLSETL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLSFILE ASSIGN TO DD1
           ORGANIZATION IS INDEXED
           RECORD KEY IS CLS-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS1.
           SELECT OUTFILE ASSIGN TO DD2
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS2.
           SELECT REMFILE ASSIGN TO DD3
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS3.
       DATA DIVISION.
       FILE SECTION.

       FD CLSFILE.
       01 CLSREC1.
              COPY CLSREC.
       FD OUTFILE.
      *    THE PARTNER STATEMENT - EVERY SPLIT ROW SETTLED THIS MONTH,
      *    THEN ONE SUMMARY BLOCK PER PARTNER.
       01 OUTREC.
           05 FILLER              PIC X(02).
           05 OPARTNER        PIC X(06).
           05 FILLER              PIC X(02).
           05 OACCOUNT-NO     PIC X(10).
           05 FILLER              PIC X(02).
           05 OTXN-DATE       PIC 9(08).
           05 FILLER              PIC X(02).
           05 OTXN-TYPE       PIC X(01).
           05 FILLER              PIC X(02).
           05 OCLASS          PIC X(01).
           05 OSIGN           PIC X(01).
           05 FILLER              PIC X(02).
           05 OTXN-AMT        PIC Z(07)9.
           05 FILLER              PIC X(02).
           05 OPTR-AMT        PIC Z(07)9.
           05 FILLER              PIC X(02).
           05 OBANK-AMT       PIC Z(07)9.
           05 FILLER              PIC X(13).
       FD REMFILE.
      *    THE REMITTANCE FILE - ONE RECORD PER PARTNER FOR THE MONTH.
      *    COLLECTIONS ARE OWED TO THE PARTNER, FUNDING IS OWED BY IT;
      *    THE NET SAYS WHO PAYS ('P' = BANK PAYS THE PARTNER, 'R' =
      *    BANK RECEIVES FROM THE PARTNER). ZERO-FILLED FOR THE
      *    PARTNER'S OWN MATCHING.
       01 REMREC.
           05 REM-PARTNER         PIC X(06).
           05 REM-MONTH           PIC 9(06).
           05 REM-FUNDING         PIC 9(11).
           05 REM-COLLECTIONS     PIC 9(11).
           05 REM-INTEREST        PIC 9(11).
           05 REM-CHARGES         PIC 9(11).
           05 REM-NET             PIC 9(11).
           05 REM-DIRECTION       PIC X(01).
           05 REM-ROWS            PIC 9(07).
           05 FILLER              PIC X(05).
       WORKING-STORAGE SECTION.
       01 FS1            PIC 9(02) VALUE 0.
       01 FS2            PIC 9(02) VALUE 0.
       01 FS3            PIC 9(02) VALUE 0.
       01 WS-EOF         PIC X(01) VALUE 'N'.
       01 WS-D           PIC X(10) VALUE SPACES.
       01 WS-DATE-NUM    PIC 9(06) VALUE 0.
       01 WS-TODAY       PIC 9(08) VALUE 0.
       01 WS-TODAY-PARTS REDEFINES WS-TODAY.
           05 WS-TD-YYYY   PIC 9(04).
           05 WS-TD-MM     PIC 9(02).
           05 WS-TD-DD     PIC 9(02).
       01 WS-PARM-MONTH  PIC X(06) VALUE SPACES.
      *    THE MONTH BEING SETTLED (YYYYMM) - LAST MONTH UNLESS THE RUN
      *    CARD NAMES ONE. ANY UNSETTLED ROW DATED ON OR BEFORE ITS END
      *    GOES INTO IT, SO A ROW MISSED BY AN EARLIER RUN IS NOT LOST.
       01 WS-SET-MONTH   PIC 9(06) VALUE 0.
       01 WS-SET-PARTS REDEFINES WS-SET-MONTH.
           05 WS-SM-YYYY   PIC 9(04).
           05 WS-SM-MM     PIC 9(02).
       01 WS-ROW-MONTH   PIC 9(06) VALUE 0.
       01 WS-NET         PIC S9(11) VALUE 0.
       01 WS-ROW-COUNT   PIC 9(07) VALUE 0.
       01 WS-LEFT-COUNT  PIC 9(07) VALUE 0.
      *  PER-PARTNER SETTLEMENT SLOTS - THE PARTNER PANEL IS SMALL.
       01 WS-PT-COUNT    PIC 9(02) VALUE 0.
       01 WS-PT-TABLE.
           05 WS-PT-ENTRY OCCURS 20 TIMES.
               10 WS-PT-CODE       PIC X(06).
               10 WS-PT-FUND       PIC S9(11).
               10 WS-PT-COLL       PIC S9(11).
               10 WS-PT-INT        PIC S9(11).
               10 WS-PT-CHG        PIC S9(11).
               10 WS-PT-ROWS       PIC 9(07).
       01 WS-PX          PIC 9(02) VALUE 0.
       01 WS-PT-HIT      PIC 9(02) VALUE 0.

       01 HEADER1.
           05 FILLER PIC X(80) VALUE ALL "*".
       01 HEADER4.
           05 FILLER PIC X(20).
           05 FILLER PIC X(40) VALUE "STATE BANK OF INDIA".
           05 FILLER PIC X(20).
       01 HEADER5.
           05 FILLER PIC X(14).
           05 FILLER PIC X(38) VALUE
              "CO-LENDING PARTNER STATEMENT - MONTH ".
           05 HMONTH PIC 9(06).
           05 FILLER PIC X(22).
       01 HEADER3.
           05 FILLER PIC X(02).
           05 FILLER PIC X(08) VALUE "PARTNER".
           05 FILLER PIC X(12) VALUE "ACCOUNT NO.".
           05 FILLER PIC X(10) VALUE "DATE".
           05 FILLER PIC X(03) VALUE "TY".
           05 FILLER PIC X(04) VALUE "CL".
           05 FILLER PIC X(10) VALUE "MOVEMENT".
           05 FILLER PIC X(10) VALUE "PARTNER".
           05 FILLER PIC X(10) VALUE "BANK".
           05 FILLER PIC X(11).
       01 SUMLINE1.
           05 FILLER PIC X(05).
           05 FILLER PIC X(10) VALUE "PARTNER  :".
           05 SPARTNER PIC X(06).
           05 FILLER PIC X(59).
       01 SUMLINE2.
           05 FILLER PIC X(05).
           05 SLABEL  PIC X(26).
           05 SAMOUNT PIC -(10)9.
           05 FILLER PIC X(38).
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           PERFORM 100-OPEN-PARA.
           PERFORM 150-PARM-PARA.
           PERFORM 200-HEADER-PARA.
           PERFORM 300-READ-PARA UNTIL WS-EOF = 'Y'.
           PERFORM 500-PARTNER-PARA
              VARYING WS-PX FROM 1 BY 1
              UNTIL WS-PX > WS-PT-COUNT.
           WRITE OUTREC FROM HEADER1.
           PERFORM 400-CLOSE-PARA.
           DISPLAY "CLSETL - MONTH " WS-SET-MONTH
                   " ROWS SETTLED: " WS-ROW-COUNT
                   " PARTNERS: " WS-PT-COUNT.
           IF WS-LEFT-COUNT > 0
               DISPLAY "CLSETL - ROWS LEFT FOR WANT OF A PARTNER SLOT: "
                       WS-LEFT-COUNT
           END-IF.
           STOP RUN.

       100-OPEN-PARA.
           OPEN I-O CLSFILE.
           IF FS1 = 00
               DISPLAY "CLSFILE OPEN SUCCESS"
           ELSE
               DISPLAY "CLSFILE OPEN FAILURE" FS1
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN OUTPUT OUTFILE.
           IF FS2 = 00
               DISPLAY "OUTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "OUTFILE OPEN FAILURE" FS2
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN OUTPUT REMFILE.
           IF FS3 = 00
               DISPLAY "REMFILE OPEN SUCCESS"
           ELSE
               DISPLAY "REMFILE OPEN FAILURE" FS3
               MOVE 'Y' TO WS-EOF
           END-IF.

       150-PARM-PARA.
      *    ONE SYSIN CARD - THE MONTH TO SETTLE AS YYYYMM, BLANK =
      *    THE MONTH BEFORE THE RUN DATE.
           ACCEPT WS-D FROM DATE.
           MOVE WS-D(1:6) TO WS-DATE-NUM.
           COMPUTE WS-TODAY = 20000000 + WS-DATE-NUM.
           MOVE WS-TD-YYYY TO WS-SM-YYYY.
           MOVE WS-TD-MM TO WS-SM-MM.
           IF WS-SM-MM = 1
               MOVE 12 TO WS-SM-MM
               SUBTRACT 1 FROM WS-SM-YYYY
           ELSE
               SUBTRACT 1 FROM WS-SM-MM
           END-IF.
           ACCEPT WS-PARM-MONTH FROM SYSIN.
           IF WS-PARM-MONTH NUMERIC
               AND WS-PARM-MONTH(5:2) > '00'
               AND WS-PARM-MONTH(5:2) < '13'
               MOVE WS-PARM-MONTH TO WS-SET-MONTH
           END-IF.

       200-HEADER-PARA.
           MOVE WS-SET-MONTH TO HMONTH.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM HEADER4.
           WRITE OUTREC FROM HEADER5.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM HEADER3.
           WRITE OUTREC FROM HEADER1.

       300-READ-PARA.
           READ CLSFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               DIVIDE CLS-TXN-DATE-N BY 100 GIVING WS-ROW-MONTH
               IF CLS-UNSETTLED AND WS-ROW-MONTH NOT > WS-SET-MONTH
                   PERFORM 310-SETTLE-PARA
               END-IF
           END-READ.

       310-SETTLE-PARA.
           MOVE 0 TO WS-PT-HIT.
           PERFORM 315-PARTNER-FIND-PARA
              VARYING WS-PX FROM 1 BY 1
              UNTIL WS-PX > WS-PT-COUNT OR WS-PT-HIT > 0.
           IF WS-PT-HIT = 0 AND WS-PT-COUNT < 20
               ADD 1 TO WS-PT-COUNT
               MOVE WS-PT-COUNT TO WS-PT-HIT
               MOVE CLS-PARTNER TO WS-PT-CODE(WS-PT-HIT)
               MOVE 0 TO WS-PT-FUND(WS-PT-HIT)
               MOVE 0 TO WS-PT-COLL(WS-PT-HIT)
               MOVE 0 TO WS-PT-INT(WS-PT-HIT)
               MOVE 0 TO WS-PT-CHG(WS-PT-HIT)
               MOVE 0 TO WS-PT-ROWS(WS-PT-HIT)
           END-IF.
           IF WS-PT-HIT = 0
               ADD 1 TO WS-LEFT-COUNT
           ELSE
               PERFORM 320-TALLY-PARA
               MOVE WS-SET-MONTH TO CLS-SETTLE-MONTH
               REWRITE CLSREC1
               IF FS1 NOT = 00
                   DISPLAY "CLSFILE REWRITE FAILURE" FS1 " ON "
                            CLS-KEY
               END-IF
               PERFORM 330-DETAIL-PARA
           END-IF.

       315-PARTNER-FIND-PARA.
           IF WS-PT-CODE(WS-PX) = CLS-PARTNER
               MOVE WS-PX TO WS-PT-HIT
           END-IF.

       320-TALLY-PARA.
           ADD 1 TO WS-PT-ROWS(WS-PT-HIT).
           ADD 1 TO WS-ROW-COUNT.
           IF CLS-FUNDING AND NOT CLS-REVERSING
               ADD CLS-PTR-AMOUNT TO WS-PT-FUND(WS-PT-HIT)
           END-IF.
           IF CLS-FUNDING AND CLS-REVERSING
               SUBTRACT CLS-PTR-AMOUNT FROM WS-PT-FUND(WS-PT-HIT)
           END-IF.
           IF CLS-COLLECTION AND NOT CLS-REVERSING
               ADD CLS-PTR-AMOUNT TO WS-PT-COLL(WS-PT-HIT)
           END-IF.
           IF CLS-COLLECTION AND CLS-REVERSING
               SUBTRACT CLS-PTR-AMOUNT FROM WS-PT-COLL(WS-PT-HIT)
           END-IF.
           IF CLS-INTEREST AND NOT CLS-REVERSING
               ADD CLS-PTR-AMOUNT TO WS-PT-INT(WS-PT-HIT)
           END-IF.
           IF CLS-INTEREST AND CLS-REVERSING
               SUBTRACT CLS-PTR-AMOUNT FROM WS-PT-INT(WS-PT-HIT)
           END-IF.
           IF CLS-CHARGE AND NOT CLS-REVERSING
               ADD CLS-PTR-AMOUNT TO WS-PT-CHG(WS-PT-HIT)
           END-IF.
           IF CLS-CHARGE AND CLS-REVERSING
               SUBTRACT CLS-PTR-AMOUNT FROM WS-PT-CHG(WS-PT-HIT)
           END-IF.

       330-DETAIL-PARA.
           MOVE LOW-VALUES TO OUTREC.
           MOVE CLS-PARTNER     TO OPARTNER.
           MOVE CLS-ACCOUNT-NO  TO OACCOUNT-NO.
           MOVE CLS-TXN-DATE-N  TO OTXN-DATE.
           MOVE CLS-TXN-TYPE    TO OTXN-TYPE.
           MOVE CLS-CLASS       TO OCLASS.
           MOVE CLS-SIGN        TO OSIGN.
           MOVE CLS-TXN-AMOUNT  TO OTXN-AMT.
           MOVE CLS-PTR-AMOUNT  TO OPTR-AMT.
           MOVE CLS-BANK-AMOUNT TO OBANK-AMT.
           WRITE OUTREC.

       500-PARTNER-PARA.
      *    ONE SUMMARY BLOCK ON THE STATEMENT AND ONE REMITTANCE
      *    RECORD PER PARTNER. INTEREST AND CHARGES ARE SHOWN FOR THE
      *    PARTNER'S BOOKS - THE CASH FOR THEM ARRIVES INSIDE THE
      *    COLLECTIONS AND IS NOT PAID TWICE.
           COMPUTE WS-NET = WS-PT-COLL(WS-PX) - WS-PT-FUND(WS-PX).
           WRITE OUTREC FROM HEADER1.
           MOVE WS-PT-CODE(WS-PX) TO SPARTNER.
           WRITE OUTREC FROM SUMLINE1.
           MOVE "FUNDING DUE FROM PARTNER:" TO SLABEL.
           MOVE WS-PT-FUND(WS-PX) TO SAMOUNT.
           WRITE OUTREC FROM SUMLINE2.
           MOVE "COLLECTIONS DUE PARTNER :" TO SLABEL.
           MOVE WS-PT-COLL(WS-PX) TO SAMOUNT.
           WRITE OUTREC FROM SUMLINE2.
           MOVE "INTEREST ACCRUED        :" TO SLABEL.
           MOVE WS-PT-INT(WS-PX) TO SAMOUNT.
           WRITE OUTREC FROM SUMLINE2.
           MOVE "CHARGES BILLED          :" TO SLABEL.
           MOVE WS-PT-CHG(WS-PX) TO SAMOUNT.
           WRITE OUTREC FROM SUMLINE2.
           MOVE "NET (+ BANK PAYS)       :" TO SLABEL.
           MOVE WS-NET TO SAMOUNT.
           WRITE OUTREC FROM SUMLINE2.
           MOVE SPACES TO REMREC.
           MOVE WS-PT-CODE(WS-PX) TO REM-PARTNER.
           MOVE WS-SET-MONTH      TO REM-MONTH.
      *    A MONTH WHOSE REVERSALS, BOUNCES, WAIVERS OR INTEREST
      *    ADJUSTMENTS OUTRUN ITS POSTINGS PRINTS NEGATIVE ABOVE; THE
      *    UNSIGNED REMITTANCE FIELD CARRIES NOTHING RATHER THAN THE
      *    WRONG SIGN. THE NET BELOW STILL NETS THE TRUE FIGURES.
           IF WS-PT-FUND(WS-PX) > 0
               MOVE WS-PT-FUND(WS-PX) TO REM-FUNDING
           ELSE
               MOVE 0 TO REM-FUNDING
           END-IF.
           IF WS-PT-COLL(WS-PX) > 0
               MOVE WS-PT-COLL(WS-PX) TO REM-COLLECTIONS
           ELSE
               MOVE 0 TO REM-COLLECTIONS
           END-IF.
           IF WS-PT-INT(WS-PX) > 0
               MOVE WS-PT-INT(WS-PX) TO REM-INTEREST
           ELSE
               MOVE 0 TO REM-INTEREST
           END-IF.
           IF WS-PT-CHG(WS-PX) > 0
               MOVE WS-PT-CHG(WS-PX) TO REM-CHARGES
           ELSE
               MOVE 0 TO REM-CHARGES
           END-IF.
           IF WS-NET < 0
               COMPUTE REM-NET = 0 - WS-NET
               MOVE 'R' TO REM-DIRECTION
           ELSE
               MOVE WS-NET TO REM-NET
               MOVE 'P' TO REM-DIRECTION
           END-IF.
           MOVE WS-PT-ROWS(WS-PX) TO REM-ROWS.
           WRITE REMREC.
           IF FS3 NOT = 00
               DISPLAY "REMFILE WRITE FAILURE" FS3 " ON "
                        REM-PARTNER
           END-IF.

       400-CLOSE-PARA.
           CLOSE CLSFILE.
           CLOSE OUTFILE.
           CLOSE REMFILE.
