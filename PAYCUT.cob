           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS2.
           SELECT FRMFILE ASSIGN TO DD3
           ORGANIZATION IS INDEXED
           RECORD KEY IS FRM-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS3.
           SELECT SWFFILE ASSIGN TO DD4
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS4.
       DATA DIVISION.
       FILE SECTION.

           05 FILLER              PIC X(01).
           05 HUB-AMOUNT          PIC 9(07).
           05 FILLER              PIC X(31).
       FD FRMFILE.
       01 FRMREC1.
              COPY FRMREC.
       FD SWFFILE.
      *    THE TREASURY'S FOREIGN OUTWARD FILE FOR THE SWIFT DESK -
      *    SAME ACCOUNT + TRANCHE REFERENCE, SO THE RETURN COMES BACK
      *    ON THE HUB'S ACKNOWLEDGMENT FILE LIKE ANY OTHER PAYMENT.
       01 SWFREC.
           05 SWF-REF             PIC X(12).
           05 FILLER              PIC X(01).
           05 SWF-SWIFT           PIC X(11).
           05 FILLER              PIC X(01).
           05 SWF-BANK-ACCT       PIC X(16).
           05 FILLER              PIC X(01).
           05 SWF-CURRENCY        PIC X(03).
           05 FILLER              PIC X(01).
           05 SWF-FX-AMOUNT       PIC 9(07)V99.
           05 FILLER              PIC X(25).
       WORKING-STORAGE SECTION.
       01 FS1            PIC 9(02) VALUE 0.
       01 FS2            PIC 9(02) VALUE 0.
       01 FS3            PIC 9(02) VALUE 0.
       01 FS4            PIC 9(02) VALUE 0.
       01 WS-FRM-OPEN    PIC X(01) VALUE 'N'.
       01 WS-EOF3        PIC X(01) VALUE 'N'.
       01 WS-SWF-COUNT   PIC 9(07) VALUE 0.
       01 WS-EOF         PIC X(01) VALUE 'N'.
       01 WS-CUT-COUNT   PIC 9(07) VALUE 0.
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *    EVERY NEW PAYOUT RECORD BECOMES A LINE ON THE HUB'S DEBIT
      *    FILE AND IS MARKED SENT - PAYACK SETTLES ITS FATE WHEN THE
      *    ACKNOWLEDGMENTS COME BACK. NEW FOREIGN REMITTANCES GO TO
      *    THE SWIFT DESK'S FILE THE SAME WAY.
           PERFORM 100-OPEN-PARA.
           PERFORM 300-READ-PARA UNTIL WS-EOF = 'Y'.
           PERFORM 350-FX-READ-PARA UNTIL WS-EOF3 = 'Y'.
           PERFORM 400-CLOSE-PARA.
           DISPLAY "PAYCUT - PAYMENTS CUT: " WS-CUT-COUNT.
           DISPLAY "PAYCUT - FOREIGN REMITTANCES CUT: " WS-SWF-COUNT.
           STOP RUN.

       100-OPEN-PARA.
               DISPLAY "HUBFILE OPEN FAILURE" FS2
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN I-O FRMFILE.
           IF FS3 = 00
               DISPLAY "FRMFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-FRM-OPEN
               OPEN OUTPUT SWFFILE
               IF FS4 = 00
                   DISPLAY "SWFFILE OPEN SUCCESS"
               ELSE
                   DISPLAY "SWFFILE OPEN FAILURE" FS4
                   MOVE 'Y' TO WS-EOF3
               END-IF
           ELSE
      *        NO REMITTANCE FILE JUST MEANS NO OVERSEAS TRANCHES.
               DISPLAY "FRMFILE OPEN FAILURE" FS3
               MOVE 'Y' TO WS-EOF3
           END-IF.

       300-READ-PARA.
           READ PAYFILE NEXT RECORD AT END
           END-IF.
           ADD 1 TO WS-CUT-COUNT.

       350-FX-READ-PARA.
           READ FRMFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-EOF3
           NOT AT END
               IF FRM-NEW
                   PERFORM 360-FX-CUT-PARA
               END-IF
           END-READ.

       360-FX-CUT-PARA.
           MOVE LOW-VALUES TO SWFREC.
           MOVE FRM-KEY TO SWF-REF.
           MOVE FRM-SWIFT TO SWF-SWIFT.
           MOVE FRM-BANK-ACCT TO SWF-BANK-ACCT.
           MOVE FRM-CURRENCY TO SWF-CURRENCY.
           MOVE FRM-FX-AMOUNT TO SWF-FX-AMOUNT.
           WRITE SWFREC.
           MOVE 'S' TO FRM-STATUS.
           REWRITE FRMREC1.
           IF FS3 NOT = 00
               DISPLAY "FRMFILE REWRITE FAILURE" FS3 " ON " FRM-KEY
               MOVE 00 TO FS3
           END-IF.
           ADD 1 TO WS-SWF-COUNT.

       400-CLOSE-PARA.
           CLOSE PAYFILE.
           CLOSE HUBFILE.
           IF WS-FRM-OPEN = 'Y'
               CLOSE FRMFILE
               CLOSE SWFFILE
           END-IF.
