           RECORD KEY IS RFD-NO
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS4.
           SELECT DFRFILE ASSIGN TO DD6
           ORGANIZATION IS INDEXED
           RECORD KEY IS DFR-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS6.
           SELECT FRMFILE ASSIGN TO DD7
           ORGANIZATION IS INDEXED
           RECORD KEY IS FRM-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS7.
           SELECT ARSFILE ASSIGN TO DD8
           ORGANIZATION IS INDEXED
           RECORD KEY IS ARS-ACCOUNT-NO
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS8.
           SELECT WAVFILE ASSIGN TO DD10
           ORGANIZATION IS INDEXED
           RECORD KEY IS WAV-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS10.
           SELECT RUNFILE ASSIGN TO DD9
           ORGANIZATION IS INDEXED
           RECORD KEY IS RUN-JOB
       FD RFDFILE.
       01 RFDREC1.
              COPY RFDREC.
       FD DFRFILE.
       01 DFRREC1.
              COPY DFRREC.
       FD FRMFILE.
       01 FRMREC1.
              COPY FRMREC.
       FD ARSFILE.
       01 ARSREC1.
              COPY ARSREC.
       FD WAVFILE.
       01 WAVREC1.
              COPY WAVREC.
       FD RUNFILE.
       01 RUNREC1.
              COPY RUNREC.
           05 FILLER         PIC X(08) VALUE 'INTERBR '.
           05 WS-IB-BRANCH   PIC X(04).
           05 FILLER         PIC X(04) VALUE SPACES.
       01 FS6            PIC 9(02) VALUE 0.
       01 WS-DFR-OPEN    PIC X(01) VALUE 'N'.
       01 WS-EOF6        PIC X(01) VALUE 'N'.
       01 WS-TOT-DEAF    PIC 9(09) VALUE 0.
       01 FS7            PIC 9(02) VALUE 0.
       01 WS-FRM-OPEN    PIC X(01) VALUE 'N'.
       01 WS-EOF7        PIC X(01) VALUE 'N'.
       01 WS-TOT-FXGAIN  PIC 9(09) VALUE 0.
       01 WS-TOT-FXLOSS  PIC 9(09) VALUE 0.
       01 FS8            PIC 9(02) VALUE 0.
       01 WS-ARS-OPEN    PIC X(01) VALUE 'N'.
       01 WS-EOF8        PIC X(01) VALUE 'N'.
       01 WS-TOT-ARCP    PIC 9(10) VALUE 0.
       01 FS10           PIC 9(02) VALUE 0.
       01 WS-WAV-OPEN    PIC X(01) VALUE 'N'.
       01 WS-EOF10       PIC X(01) VALUE 'N'.
       01 WS-TOT-FEEW    PIC 9(09) VALUE 0.
       01 WS-TOT-PENW    PIC 9(09) VALUE 0.
       01 FS9            PIC 9(02) VALUE 0.
       01 WS-BUS-DATE-N  PIC 9(08) VALUE 0.
       01 WS-RC-STOP     PIC X(01) VALUE 'N'.
           05 FILLER PIC X(05).
           05 FILLER PIC X(24) VALUE "INTERBRANCH MOVED      ".
           05 TXFER  PIC Z(09)9.
       01 TRAILREC8.
           05 FILLER PIC X(05).
           05 FILLER PIC X(24) VALUE "DEAF RECLAIMED      (DR)".
           05 TDEAF  PIC Z(08)9.
       01 TRAILREC9.
           05 FILLER PIC X(05).
           05 FILLER PIC X(24) VALUE "EXCHANGE GAIN       (CR)".
           05 TFXGAIN PIC Z(08)9.
       01 TRAILREC10.
           05 FILLER PIC X(05).
           05 FILLER PIC X(24) VALUE "EXCHANGE LOSS       (DR)".
           05 TFXLOSS PIC Z(08)9.
       01 TRAILREC11.
           05 FILLER PIC X(05).
           05 FILLER PIC X(24) VALUE "ARC PAYABLE         (CR)".
           05 TARCP  PIC Z(09)9.
       01 TRAILREC12.
           05 FILLER PIC X(05).
           05 FILLER PIC X(24) VALUE "FEE INCOME WAIVED   (DR)".
           05 TFEEW  PIC Z(08)9.
       01 TRAILREC13.
           05 FILLER PIC X(05).
           05 FILLER PIC X(24) VALUE "PENAL WAIVED        (DR)".
           05 TPENW  PIC Z(08)9.
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           PERFORM 050-RUNCTL-PARA.
           PERFORM 300-READ-PARA UNTIL WS-EOF = 'Y'.
           PERFORM 360-REFUND-PARA UNTIL WS-EOF4 = 'Y'.
           PERFORM 370-XFER-PARA UNTIL WS-EOF5 = 'Y'.
           PERFORM 380-DEAF-CLAIM-PARA UNTIL WS-EOF6 = 'Y'.
           PERFORM 390-FX-RETURN-PARA UNTIL WS-EOF7 = 'Y'.
           PERFORM 395-ARC-PAYABLE-PARA UNTIL WS-EOF8 = 'Y'.
           PERFORM 396-WAIVER-PARA UNTIL WS-EOF10 = 'Y'.
           PERFORM 350-TRAILER-PARA.
           PERFORM 400-CLOSE-PARA.
           PERFORM 950-RUNCTL-END-PARA.
               DISPLAY "RFDFILE OPEN FAILURE" FS4
               MOVE 'Y' TO WS-EOF4
           END-IF.
           OPEN INPUT DFRFILE.
           IF FS6 = 00
               DISPLAY "DFRFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-DFR-OPEN
           ELSE
      *        NO DEAF REGISTER JUST MEANS NOTHING WAS RECLAIMED.
               DISPLAY "DFRFILE OPEN FAILURE" FS6
               MOVE 'Y' TO WS-EOF6
           END-IF.
           OPEN INPUT FRMFILE.
           IF FS7 = 00
               DISPLAY "FRMFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-FRM-OPEN
           ELSE
      *        NO REMITTANCE FILE JUST MEANS NO OVERSEAS TRANCHES.
               DISPLAY "FRMFILE OPEN FAILURE" FS7
               MOVE 'Y' TO WS-EOF7
           END-IF.
           OPEN INPUT ARSFILE.
           IF FS8 = 00
               DISPLAY "ARSFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-ARS-OPEN
           ELSE
      *        NO ARC-SALE REGISTER JUST MEANS NOTHING WAS SOLD.
               DISPLAY "ARSFILE OPEN FAILURE" FS8
               MOVE 'Y' TO WS-EOF8
           END-IF.
           OPEN INPUT WAVFILE.
           IF FS10 = 00
               DISPLAY "WAVFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-WAV-OPEN
           ELSE
      *        NO WAIVER REGISTER JUST MEANS NOTHING WAS WAIVED.
               DISPLAY "WAVFILE OPEN FAILURE" FS10
               MOVE 'Y' TO WS-EOF10
           END-IF.

       200-HEADER-PARA.
           ACCEPT WS-D    FROM DATE.
               END-IF
           END-READ.

       380-DEAF-CLAIM-PARA.
      *    A CREDIT CLAIMED BACK FROM THE DEAF TODAY IS NOW OWED BY
      *    THE FUND - THE FRESH VOUCHER OR RE-PARKED CREDIT CARRIES
      *    THE OTHER SIDE. THE TRANSFER ITSELF IS BOOKED BY DEAFXFR.
           READ DFRFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-EOF6
           NOT AT END
               IF DFR-CLAIMED AND DFR-CLAIM-DATE-N = WS-BUS-DATE-N
                   MOVE LOW-VALUES TO OUTREC
                   MOVE DFR-ACCOUNT-NO TO OACCOUNT-NO
                   MOVE "RBI DEAF" TO OGL-ACCOUNT
                   MOVE "DR" TO ODR-CR
                   MOVE DFR-AMOUNT TO OGL-AMOUNT
                   WRITE OUTREC
                   ADD DFR-AMOUNT TO WS-TOT-DEAF
               END-IF
           END-READ.

       390-FX-RETURN-PARA.
      *    A FOREIGN REMITTANCE RETURNED TODAY CAME BACK WORTH MORE OR
      *    LESS IN RUPEES THAN WENT OUT - PAYACK WORKED OUT THE
      *    DIFFERENCE AT THE DAY'S CARD AND IT IS BOOKED HERE ONCE.
           READ FRMFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-EOF7
           NOT AT END
               IF FRM-FAILED AND FRM-RET-DATE-N = WS-BUS-DATE-N
                   AND FRM-GL-AMOUNT > 0
                   MOVE LOW-VALUES TO OUTREC
                   MOVE FRM-ACCOUNT-NO TO OACCOUNT-NO
                   MOVE FRM-GL-AMOUNT TO OGL-AMOUNT
                   IF FRM-FX-GAIN
                       MOVE "EXCHANGE GAIN" TO OGL-ACCOUNT
                       MOVE "CR" TO ODR-CR
                       ADD FRM-GL-AMOUNT TO WS-TOT-FXGAIN
                   ELSE
                       MOVE "EXCHANGE LOSS" TO OGL-ACCOUNT
                       MOVE "DR" TO ODR-CR
                       ADD FRM-GL-AMOUNT TO WS-TOT-FXLOSS
                   END-IF
                   WRITE OUTREC
               END-IF
           END-READ.

       395-ARC-PAYABLE-PARA.
      *    MONEY A BORROWER PAID US AFTER THE LOAN WAS SOLD BELONGS TO
      *    THE ARC - LIKE THE REFUND BOOK IT IS CARRIED AS A NIGHTLY
      *    PAYABLE POSITION UNTIL IT IS PASSED ON.
           READ ARSFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-EOF8
           NOT AT END
               IF ARS-SOLD AND ARS-PAYABLE > 0
                   MOVE LOW-VALUES TO OUTREC
                   MOVE ARS-ACCOUNT-NO TO OACCOUNT-NO
                   MOVE "ARC PAYABLE" TO OGL-ACCOUNT
                   MOVE "CR" TO ODR-CR
                   MOVE ARS-PAYABLE TO OGL-AMOUNT
                   WRITE OUTREC
                   ADD ARS-PAYABLE TO WS-TOT-ARCP
               END-IF
           END-READ.

       396-WAIVER-PARA.
      *    A WAIVED FEE WAS ALREADY COUNTED IN THE BILLED TOTAL THE
      *    FEE INCOME LINE CARRIES, SO EACH APPLIED WAIVER RIDES AS
      *    ITS OWN DEBIT POSITION AGAINST IT; A WAIVED PENAL GOES ON
      *    A SEPARATE LINE SO THE INCOME GIVEN UP SHOWS APART.
           READ WAVFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-EOF10
           NOT AT END
               IF WAV-APPLIED AND WAV-AMOUNT > 0
                   MOVE LOW-VALUES TO OUTREC
                   MOVE WAV-ACCOUNT-NO TO OACCOUNT-NO
                   MOVE "DR" TO ODR-CR
                   MOVE WAV-AMOUNT TO OGL-AMOUNT
                   IF WAV-PENAL
                       MOVE "PENAL WAIVED" TO OGL-ACCOUNT
                       ADD WAV-AMOUNT TO WS-TOT-PENW
                   ELSE
                       MOVE "FEE INCOME WAIVD" TO OGL-ACCOUNT
                       ADD WAV-AMOUNT TO WS-TOT-FEEW
                   END-IF
                   WRITE OUTREC
               END-IF
           END-READ.

       350-TRAILER-PARA.
           MOVE WS-TOT-DISB  TO TDISB.
           MOVE WS-TOT-REPAY TO TREPAY.
           WRITE OUTREC FROM TRAILREC5.
           MOVE WS-TOT-XFER TO TXFER.
           WRITE OUTREC FROM TRAILREC7.
           MOVE WS-TOT-DEAF TO TDEAF.
           WRITE OUTREC FROM TRAILREC8.
           MOVE WS-TOT-FXGAIN TO TFXGAIN.
           WRITE OUTREC FROM TRAILREC9.
           MOVE WS-TOT-FXLOSS TO TFXLOSS.
           WRITE OUTREC FROM TRAILREC10.
           MOVE WS-TOT-ARCP TO TARCP.
           WRITE OUTREC FROM TRAILREC11.
           MOVE WS-TOT-FEEW TO TFEEW.
           WRITE OUTREC FROM TRAILREC12.
           MOVE WS-TOT-PENW TO TPENW.
           WRITE OUTREC FROM TRAILREC13.

       400-CLOSE-PARA.
           CLOSE INFILE1.
           IF WS-XFR-OPEN = 'Y'
               CLOSE XFRFILE
           END-IF.
           IF WS-DFR-OPEN = 'Y'
               CLOSE DFRFILE
           END-IF.
           IF WS-FRM-OPEN = 'Y'
               CLOSE FRMFILE
           END-IF.
           IF WS-ARS-OPEN = 'Y'
               CLOSE ARSFILE
           END-IF.
           IF WS-WAV-OPEN = 'Y'
               CLOSE WAVFILE
           END-IF.
