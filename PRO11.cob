              COPY CPCOMM.
       01 WS-DSB-REC.
              COPY DSBREC.
       77 WS-DSB-LEN      PIC S9(04) COMP VALUE 59.
       77 WS-DSB-RESP     PIC S9(08) COMP.
       01 WS-AUD-REC.
              COPY AUDREC.
       77 WS-FRZ-RESP     PIC S9(08) COMP.
       01 WS-BEN-REC.
              COPY BENREC.
       77 WS-BEN-LEN      PIC S9(04) COMP VALUE 71.
       77 WS-BEN-RESP     PIC S9(08) COMP.
       01 WS-PAY-REC.
              COPY PAYREC.
       77 WS-PAY-LEN      PIC S9(04) COMP VALUE 65.
       77 WS-PAY-RESP     PIC S9(08) COMP.
       01 WS-FXR-REC.
              COPY FXRREC.
       77 WS-FXR-LEN      PIC S9(04) COMP VALUE 18.
       77 WS-FXR-RESP     PIC S9(08) COMP.
       01 WS-FRM-REC.
              COPY FRMREC.
       77 WS-FRM-LEN      PIC S9(04) COMP VALUE 122.
       77 WS-FRM-RESP     PIC S9(08) COMP.
       77 WS-FX-SW        PIC X(01) VALUE 'N'.
       77 WS-REL-AMT      PIC 9(08) VALUE 0.
       77 WS-FX-AMT       PIC 9(07)V99 VALUE 0.
       01 WS-PRG-REC.
              COPY PRGREC.
       77 WS-PRG-LEN      PIC S9(04) COMP VALUE 30.
       77 WS-PRG-RESP     PIC S9(08) COMP.
       77 WS-PRG-GATE-SW  PIC X(01) VALUE 'N'.
       77 WS-COVER-YEAR   PIC 9(02) VALUE 0.
       01 WS-KYC-REC.
              COPY KYCREC.
       77 WS-KYC-LEN      PIC S9(04) COMP VALUE 52.
       77 WS-KYC-RESP     PIC S9(08) COMP.
       77 WS-KYC-GATE-SW  PIC X(01) VALUE 'N'.
       77 WS-TODAY-N      PIC 9(08) VALUE 0.

       LINKAGE SECTION.
       COPY CPCOMM REPLACING ==WS-COMMAREA== BY ==DFHCOMMAREA==.
       3060-PENDING-STEP-PARA.
           MOVE PLF-ACCOUNT-NO TO PLF7-ACCOUNT-NO.
           MOVE WS-TRN-IX TO PLF7-TRANCHE-NO.
           MOVE 59 TO WS-DSB-LEN.
           EXEC CICS READ
              DATASET('PLF7')
              INTO(WS-DSB-REC)
              MOVE PLF-LOAN-AMT1   TO DSFO
              MOVE 'Y' TO CA-DSB-SW
              MOVE 'CONFIRM WITH PF5 TO RELEASE THIS TRANCHE' TO MSGO
              PERFORM 3110-FX-SHOW-PARA
              PERFORM 1000-SEND-PARA
           ELSE
              MOVE PLF-LOAN-AMT1   TO DSFO
              MOVE 'NO PENDING TRANCHE ON THIS ACCOUNT' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
       3110-FX-SHOW-PARA.
      *    THE PAYMENT ROUTE FOLLOWS THE COLLEGE'S BENEFICIARY - AN
      *    OVERSEAS COLLEGE SHOWS ITS CURRENCY AND TODAY'S CARD SO THE
      *    OPERATOR KEYS THE FEE AS BILLED IN THAT CURRENCY.
           MOVE PLF7-CURRENCY TO DCYO.
           IF PLF7-CURRENCY = SPACES
              MOVE 'INR' TO DCYO
           END-IF.
           MOVE PLF-CUST1-NO TO PLF-CUST-NO.
           MOVE 148 TO WS-CUS-LEN.
           EXEC CICS READ
              DATASET('PLF01')
              INTO(WS-CUST-REC)
              LENGTH(WS-CUS-LEN)
              RIDFLD(PLF-CUST-NO)
           END-EXEC.
           MOVE PLF-STU-COLLEGE TO BEN-CODE.
           MOVE 71 TO WS-BEN-LEN.
           EXEC CICS READ
              DATASET('BENF')
              INTO(WS-BEN-REC)
              LENGTH(WS-BEN-LEN)
              RIDFLD(BEN-CODE)
              RESP(WS-BEN-RESP)
           END-EXEC.
           IF WS-BEN-RESP = DFHRESP(NORMAL) AND NOT BEN-RUPEE
              MOVE BEN-CURRENCY TO DCYO
              MOVE BEN-CURRENCY TO FXR-CURRENCY
              MOVE FUNCTION CURRENT-DATE(1:8) TO FXR-DATE-N
              MOVE 18 TO WS-FXR-LEN
              EXEC CICS READ
                 DATASET('FXRATE')
                 INTO(WS-FXR-REC)
                 LENGTH(WS-FXR-LEN)
                 RIDFLD(FXR-KEY)
                 RESP(WS-FXR-RESP)
              END-EXEC
              IF WS-FXR-RESP = DFHRESP(NORMAL)
                 MOVE FXR-RATE TO DRTO
                 MOVE 'KEY THE FOREIGN FEE, PF5 RELEASES AT CARD'
                    TO MSGO
              ELSE
                 MOVE 'NO RATE CARD FOR TODAY YET - SEE FXLOAD'
                    TO MSGO
              END-IF
           END-IF.
       3180-FX-GATE-PARA.
      *    THE FEE IS KEYED IN THE COLLEGE'S CURRENCY AND CONVERTED AT
      *    TODAY'S CARD - THAT RUPEE FIGURE, NOT THE PLANNED ONE, IS
      *    WHAT THE LOAN IS DEBITED. A RUPEE COST ABOVE THE PLANNED
      *    TRANCHE EATS INTO THE SANCTION AND NEEDS A SUPERVISOR.
           IF DFXI NOT NUMERIC OR DFXI = 0
              MOVE 'N' TO CA-DSB-SW
              MOVE 'KEY THE FOREIGN AMOUNT TO BE REMITTED' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           MOVE DFXI TO WS-FX-AMT.
           MOVE BEN-CURRENCY TO FXR-CURRENCY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FXR-DATE-N.
           MOVE 18 TO WS-FXR-LEN.
           EXEC CICS READ
              DATASET('FXRATE')
              INTO(WS-FXR-REC)
              LENGTH(WS-FXR-LEN)
              RIDFLD(FXR-KEY)
              RESP(WS-FXR-RESP)
           END-EXEC.
           IF WS-FXR-RESP NOT = DFHRESP(NORMAL)
              MOVE 'N' TO CA-DSB-SW
              MOVE 'NO RATE CARD FOR TODAY YET - SEE FXLOAD' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           COMPUTE WS-REL-AMT ROUNDED = WS-FX-AMT * FXR-RATE.
           IF WS-REL-AMT > PLF7-AMOUNT AND NOT CA-ROLE-SUPER
              MOVE 'N' TO CA-DSB-SW
              MOVE WS-REL-AMT TO DINO
              MOVE FXR-RATE TO DRTO
              MOVE 'RUPEE COST ABOVE PLAN - SUPERVISOR TO RELEASE'
                 TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           MOVE 'Y' TO WS-FX-SW.
       3200-RELEASE-PARA.
           PERFORM 3050-NEXT-PENDING-PARA.
           IF WS-FOUND-SW NOT = 'Y'
           ELSE
              PERFORM 3150-DOC-GATE-PARA
              PERFORM 3170-PRG-GATE-PARA
              PERFORM 3190-KYC-GATE-PARA
              IF WS-KYC-GATE-SW = 'Y'
      *          NO NEW MONEY GOES OUT TO A CUSTOMER WHOSE RE-KYC HAS
      *          LAPSED - THE BLOCKED ATTEMPT GOES TO AUDLOG.
                 MOVE 'KYCF ' TO AUD-FILE-ID
                 MOVE 'B' TO AUD-ACTION
                 PERFORM 9000-AUDIT-PARA
                 MOVE 'N' TO CA-DSB-SW
                 MOVE 'KYC HAS LAPSED - RE-VERIFY ON KYCMNT FIRST'
                    TO MSGO
                 PERFORM 1000-SEND-PARA
              END-IF
              IF WS-PRG-GATE-SW = 'Y'
      *          TRANCHES ARE SEMESTERS - RELEASING ONE FOR A STUDENT
      *          WHO FAILED OUT TWO SEMESTERS AGO IS EXACTLY WHAT THE
      *       NO BENEFICIARY ON FILE MEANS THE MONEY WOULD LEAVE AS A
      *       MANUAL NEFT AGAIN - THE RELEASE WAITS FOR THE MASTER.
              MOVE PLF-STU-COLLEGE TO BEN-CODE
              MOVE 71 TO WS-BEN-LEN
              EXEC CICS READ
                 DATASET('BENF')
                 INTO(WS-BEN-REC)
                 MOVE 'ACCOUNT IS FROZEN - RELEASE REFUSED' TO MSGO
                 PERFORM 1000-SEND-PARA
              END-IF
              MOVE PLF7-AMOUNT TO WS-REL-AMT
              MOVE 'N' TO WS-FX-SW
              IF NOT BEN-RUPEE
                 PERFORM 3180-FX-GATE-PARA
              END-IF
              MOVE 200 TO WS-LEN
              EXEC CICS READ
                 DATASET('PLF3')
                 UPDATE
              END-EXEC
              MOVE WS-CUST-ACC-REC TO WS-JRN-BEF3
              ADD WS-REL-AMT TO PLF-LOAN-AMT1
              MOVE CA-OPERATOR-ID TO PLF-LAST-OP
              MOVE 200 TO WS-LEN
              EXEC CICS REWRITE
                 FROM(WS-CUST-ACC-REC)
                 LENGTH(WS-LEN)
              END-EXEC
              MOVE 59 TO WS-DSB-LEN
              EXEC CICS READ
                 DATASET('PLF7')
                 INTO(WS-DSB-REC)
                 UPDATE
              END-EXEC
              MOVE 'D' TO PLF7-STATUS
              IF WS-FX-SW = 'Y'
                 MOVE WS-REL-AMT TO PLF7-AMOUNT
                 MOVE BEN-CURRENCY TO PLF7-CURRENCY
                 MOVE WS-FX-AMT TO PLF7-FX-AMOUNT
                 MOVE FXR-RATE TO PLF7-FX-RATE
              END-IF
              MOVE FUNCTION CURRENT-DATE(5:2) TO PLF7-DISB-DATE(1:2)
              MOVE "/"                        TO PLF7-DISB-DATE(3:1)
              MOVE FUNCTION CURRENT-DATE(7:2) TO PLF7-DISB-DATE(4:2)
              MOVE "/"                        TO PLF7-DISB-DATE(6:1)
              MOVE FUNCTION CURRENT-DATE(1:4) TO PLF7-DISB-DATE(7:4)
              MOVE 59 TO WS-DSB-LEN
              EXEC CICS REWRITE
                 DATASET('PLF7')
                 FROM(WS-DSB-REC)
              MOVE WS-CUST-ACC-REC TO JRN-AFTER
              PERFORM 9400-JOURNAL-PARA
              MOVE 'D' TO PLF5-TXN-TYPE
              MOVE WS-REL-AMT TO PLF5-TXN-AMOUNT
              MOVE PLF-LOAN-AMT1 TO PLF5-BALANCE-AFTER
              MOVE 0 TO PLF5-RCPT-NO
              PERFORM 9200-LEDGER-PARA
              IF WS-FX-SW = 'Y'
                 PERFORM 3260-FX-REMIT-PARA
              ELSE
                 PERFORM 3250-PAYOUT-PARA
              END-IF
              MOVE PLF-LOAN-AMT1 TO DSFO
              MOVE 'N' TO CA-DSB-SW
              MOVE 'TRANCHE RELEASED - BALANCE UPDATED' TO MSGO
              IF WS-FX-SW = 'Y'
                 MOVE BEN-CURRENCY TO DCYO
                 MOVE FXR-RATE TO DRTO
                 MOVE WS-REL-AMT TO DINO
                 IF WS-FRM-RESP = DFHRESP(NORMAL)
                    MOVE 'TRANCHE RELEASED - FOREIGN REMITTANCE RAISED'
                       TO MSGO
                 ELSE
                    MOVE 'REMITTANCE RECORD WRITE FAILED - TELL OPS'
                       TO MSGO
                 END-IF
              END-IF
              PERFORM 1000-SEND-PARA
           END-IF.
       3250-PAYOUT-PARA.
           IF WS-PAY-RESP NOT = DFHRESP(NORMAL)
              MOVE 'PAYOUT RECORD WRITE FAILED - TELL OPS' TO MSGO
           END-IF.
       3260-FX-REMIT-PARA.
      *    AN OVERSEAS COLLEGE IS PAID BY FOREIGN OUTWARD REMITTANCE
      *    INSTEAD - PAYCUT CUTS IT TO THE SWIFT FILE TONIGHT.
           MOVE PLF-ACCOUNT-NO TO FRM-ACCOUNT-NO.
           MOVE PLF7-TRANCHE-NO TO FRM-TRANCHE-NO.
           MOVE BEN-CODE TO FRM-BEN-CODE.
           MOVE BEN-BANK-ACCT TO FRM-BANK-ACCT.
           MOVE BEN-SWIFT TO FRM-SWIFT.
           MOVE BEN-CURRENCY TO FRM-CURRENCY.
           MOVE WS-FX-AMT TO FRM-FX-AMOUNT.
           MOVE FXR-RATE TO FRM-RATE.
           MOVE WS-REL-AMT TO FRM-INR-AMOUNT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FRM-DATE-N.
           MOVE 'N' TO FRM-STATUS.
           MOVE 0 TO FRM-RET-RATE.
           MOVE 0 TO FRM-RET-INR.
           MOVE 0 TO FRM-RET-DATE-N.
           MOVE SPACE TO FRM-GL-SW.
           MOVE 0 TO FRM-GL-AMOUNT.
           MOVE CA-OPERATOR-ID TO FRM-OPERATOR.
           MOVE 122 TO WS-FRM-LEN.
           EXEC CICS WRITE
              DATASET('FXRMT')
              FROM(WS-FRM-REC)
              LENGTH(WS-FRM-LEN)
              RIDFLD(FRM-KEY)
              RESP(WS-FRM-RESP)
           END-EXEC.
       3150-DOC-GATE-PARA.
      *    THE CHECKLIST MASTER FOR THE STUDENT'S PROGRAM LEVEL IS
      *    WALKED AND EVERY MANDATORY ITEM MUST BE MARKED HELD ON
                 MOVE 'Y' TO WS-PRG-GATE-SW
              END-IF
           END-IF.
       3190-KYC-GATE-PARA.
      *    THE DOCUMENT GATE HAS ALREADY READ THE BORROWER'S PLF01.
      *    A CUSTOMER WITH NO KYCF RECORD YET IS NOT STOPPED - KYCDUE
      *    LISTS THEM FOR CAPTURE.
           MOVE 'N' TO WS-KYC-GATE-SW.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-N.
           MOVE PLF-CUST-NO TO KYC-CUST-NO.
           MOVE 52 TO WS-KYC-LEN.
           EXEC CICS READ
              DATASET('KYCF')
              INTO(WS-KYC-REC)
              LENGTH(WS-KYC-LEN)
              RIDFLD(KYC-CUST-NO)
              RESP(WS-KYC-RESP)
           END-EXEC.
           IF WS-KYC-RESP = DFHRESP(NORMAL)
              AND KYC-NEXT-DUE-N < WS-TODAY-N
              MOVE 'Y' TO WS-KYC-GATE-SW
           END-IF.
       0001-MF-PARA.
           MOVE 'MAP FAIL ERROR' TO MSGO.
           PERFORM 1000-SEND-PARA.
