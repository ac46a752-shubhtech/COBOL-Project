       01 WS-RCPT-REC.
              COPY RCPTREC.
       77 WS-RCPT-LEN     PIC S9(04) COMP VALUE 51.
       01 WS-RCX-REC.
              COPY RCXREC.
       77 WS-RCX-LEN      PIC S9(04) COMP VALUE 27.
       77 WS-RCX-RESP     PIC S9(08) COMP.
       01 WS-RCC-REC.
           05 RCC-KEY         PIC X(08).
           05 RCC-LAST-NO     PIC 9(08).
       77 WS-PAY-MODE     PIC X(01) VALUE 'C'.
       01 WS-PND-REC.
              COPY PNDREC.
       77 WS-PND-LEN      PIC S9(04) COMP VALUE 49.
       77 WS-PND-RESP     PIC S9(08) COMP.
       77 WS-PAY-LIMIT    PIC 9(07) VALUE 100000.
       77 WS-TOT-PAYABLE  PIC 9(09) VALUE 0.
              COPY FRZREC.
       77 WS-FRZ-LEN      PIC S9(04) COMP VALUE 25.
       77 WS-FRZ-RESP     PIC S9(08) COMP.
       01 WS-STF-REC.
              COPY STFREC.
       77 WS-STF-LEN      PIC S9(04) COMP VALUE 30.
       77 WS-STF-RESP     PIC S9(08) COMP.
       01 WS-ARS-REC.
              COPY ARSREC.
       77 WS-ARS-LEN      PIC S9(04) COMP VALUE 92.
       77 WS-ARS-RESP     PIC S9(08) COMP.
       01 WS-ARC-MSG.
           05 FILLER          PIC X(21) VALUE
              'ARC PAYABLE RECEIPT: '.
           05 WS-ARC-MSG-NO   PIC 9(08).
       01 WS-CHG-MSG.
           05 FILLER          PIC X(18) VALUE 'RECORD CHANGED BY '.
           05 WS-CHG-OP       PIC X(05).
              LENGTH(WS-LEN)
              RIDFLD(PLF-ACCOUNT-NO)
           END-EXEC.
      *    NOBODY WORKS THEIR OWN OR A DECLARED RELATIVE'S LOAN - A
      *    STAFF LINK BETWEEN THE OWNING CUSTOMER AND THIS OPERATOR
      *    STOPS THE FETCH, AND THE REFUSAL GOES TO AUDLOG.
           MOVE PLF-CUST1-NO TO STF-CUST-NO.
           MOVE CA-OPERATOR-ID TO STF-OPID.
           MOVE 30 TO WS-STF-LEN.
           EXEC CICS READ
              DATASET('STFLNK')
              INTO(WS-STF-REC)
              LENGTH(WS-STF-LEN)
              RIDFLD(STF-KEY)
              RESP(WS-STF-RESP)
           END-EXEC.
           IF WS-STF-RESP = DFHRESP(NORMAL)
              MOVE 'STFLK' TO AUD-FILE-ID
              MOVE 'B' TO AUD-ACTION
              PERFORM 9000-AUDIT-PARA
              MOVE 'N' TO CA-PAY-SW
              MOVE 'OWN OR RELATIVE ACCOUNT - NOT PERMITTED' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           MOVE PLF-LOAN-AMT1 TO RLAO.
           MOVE PLF-LOAN-PAID TO RLPO.
           MOVE WS-CUST-ACC-REC TO CA-PLF3-IMAGE.
           MOVE 'Y' TO CA-IMG-SW.
           MOVE 'Y' TO CA-PAY-SW.
           IF PLF-ACCT-SOLD
              MOVE 'LOAN SOLD TO ARC - TAKEN FOR ARC PAYABLE' TO MSGO
           ELSE
              MOVE 'ENTER AMOUNT AND PRESS PF5 TO POST' TO MSGO
           END-IF.
           PERFORM 1000-SEND-PARA.
       3200-POST-PARA.
           MOVE RMDI TO WS-PAY-MODE.
           IF WS-PAY-MODE = SPACE OR WS-PAY-MODE = LOW-VALUE
              MOVE 'C' TO WS-PAY-MODE
           END-IF.
      *    A LOAN SOLD TO THE ARC TAKES ITS MONEY FOR ARC PAYABLE
      *    WHATEVER THE AMOUNT - APPRVQ WILL NOT POST TO A SOLD
      *    ACCOUNT, SO THE SALE IS TESTED BEFORE THE LIMIT AND THE
      *    APPLY PARAGRAPH DIVERTS IT AFTER ITS FREEZE CHECK.
           MOVE 200 TO WS-LEN.
           EXEC CICS READ
              DATASET('PLF3')
              INTO(WS-CUST-ACC-REC)
              LENGTH(WS-LEN)
              RIDFLD(PLF-ACCOUNT-NO)
           END-EXEC.
           IF WS-PAY-MODE NOT = 'C' AND WS-PAY-MODE NOT = 'Q'
              AND WS-PAY-MODE NOT = 'T'
              MOVE 'PAYMENT MODE MUST BE C, Q OR T..' TO MSGO
              AND (RCQI NOT NUMERIC OR RCQI = 0)
              MOVE 'ENTER CHEQUE NO FOR A CHEQUE PAYMENT' TO MSGO
              PERFORM 1000-SEND-PARA
           ELSE IF PLF-ACCT-SOLD
              PERFORM 3250-APPLY-PARA
           ELSE IF RPYI > WS-PAY-LIMIT
              PERFORM 3600-QUEUE-PARA
           ELSE
              PERFORM 3250-APPLY-PARA
           END-IF
           END-IF
           END-IF
           END-IF.
       3250-APPLY-PARA.
           MOVE 200 TO WS-LEN.
              MOVE 'ACCOUNT IS FROZEN - NOTHING POSTED' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
      *    A LOAN SOLD TO AN ARC HAS NO BALANCE LEFT TO REPAY - THE
      *    MONEY IS THE ARC'S AND GOES TO ITS PAYABLE INSTEAD.
           IF PLF-ACCT-SOLD
              EXEC CICS UNLOCK
                 DATASET('PLF3')
              END-EXEC
              PERFORM 3700-ARC-ROUTE-PARA
           END-IF.
      *    PRE-CHANGE RECORDS MAY STILL CARRY SPACES IN THE EXTENSION
      *    FIELDS UNTIL THE ACCRUAL CONVERSION REWRITES THEM.
           IF PLF-INT-COLLECTED NOT NUMERIC
              LENGTH(WS-RCPT-LEN)
              RIDFLD(RCPT-NO)
           END-EXEC.
           PERFORM 9500-RCPT-INDEX-PARA.
       3500-INST-APPLY-PARA.
      *    THE POSTING KNOCKS OFF THE OLDEST UNPAID INSTALLMENT FIRST;
      *    INSTALLMENT NUMBERS RUN 1 UPWARD SO A KEYED WALK FROM 1
           MOVE 'Q' TO PND-STATUS.
           MOVE SPACES TO PND-CHECKER.
           MOVE 0 TO PND-QUOTE-NO.
           MOVE 0 TO PND-ROUTE-LEVEL.
           MOVE 49 TO WS-PND-LEN.
           EXEC CICS WRITE
              DATASET('APPQUE')
              FROM(WS-PND-REC)
           MOVE 'N' TO CA-PAY-SW.
           MOVE 'LARGE PAYMENT QUEUED FOR APPROVAL' TO MSGO.
           PERFORM 1000-SEND-PARA.
       3700-ARC-ROUTE-PARA.
      *    THE BORROWER GETS THE USUAL RECEIPT, BUT THE AMOUNT IS ADDED
      *    TO THE ARC PAYABLE ON THE SALE REGISTER - THE DEAD LOAN, ITS
      *    SCHEDULE AND ITS LEDGER ARE NOT TOUCHED. A CHEQUE IS NOT
      *    TAKEN: A BOUNCE WOULD BE REVERSED ONTO THE LOAN, NOT THE ARC.
           IF WS-PAY-MODE = 'Q'
              MOVE 'N' TO CA-PAY-SW
              MOVE 'LOAN SOLD TO ARC - NO CHEQUE PAYMENTS' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           MOVE PLF-ACCOUNT-NO TO ARS-ACCOUNT-NO.
           MOVE 92 TO WS-ARS-LEN.
           EXEC CICS READ
              DATASET('ARCSALE')
              INTO(WS-ARS-REC)
              LENGTH(WS-ARS-LEN)
              RIDFLD(ARS-ACCOUNT-NO)
              UPDATE
              RESP(WS-ARS-RESP)
           END-EXEC.
           IF WS-ARS-RESP NOT = DFHRESP(NORMAL) OR NOT ARS-SOLD
              MOVE 'N' TO CA-PAY-SW
              MOVE 'LOAN SOLD TO ARC - NO SALE RECORD' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           ADD RPYI TO ARS-PAYABLE.
           MOVE 92 TO WS-ARS-LEN.
           EXEC CICS REWRITE
              DATASET('ARCSALE')
              FROM(WS-ARS-REC)
              LENGTH(WS-ARS-LEN)
           END-EXEC.
           MOVE 'ARCSL' TO AUD-FILE-ID.
           MOVE 'R' TO AUD-ACTION.
           PERFORM 9000-AUDIT-PARA.
           MOVE 0 TO WS-INT-PART.
           PERFORM 3300-RECEIPT-PARA.
           PERFORM 3350-RCPT-SPOOL-PARA.
           MOVE 'N' TO CA-PAY-SW.
           MOVE RCPT-NO TO WS-ARC-MSG-NO.
           MOVE WS-ARC-MSG TO MSGO.
           PERFORM 1000-SEND-PARA.
       3400-CHQPND-PARA.
           MOVE RCPT-NO TO CHQ-RCPT-NO.
           MOVE PLF-ACCOUNT-NO TO CHQ-ACCOUNT-NO.
              LENGTH(WS-LDG-LEN)
              RIDFLD(PLF5-KEY)
           END-EXEC.
       9500-RCPT-INDEX-PARA.
      *    THE RECEIPT JUST WRITTEN GOES ONTO RCPTIX ON BOTH PATHS -
      *    ACCOUNT AND OPERATOR, EACH WITH THE RECEIPT DATE - SO THE
      *    INQUIRY AND TELLER-BALANCING SCREENS BROWSE BY KEY. A
      *    DUPREC MEANS A REBUILD ALREADY PUT THE ROW THERE.
           MOVE RCPT-DATE(7:4)  TO RCX-DATE-N(1:4).
           MOVE RCPT-DATE(1:2)  TO RCX-DATE-N(5:2).
           MOVE RCPT-DATE(4:2)  TO RCX-DATE-N(7:2).
           MOVE RCPT-NO         TO RCX-RCPT-NO.
           MOVE 'A'             TO RCX-PATH.
           MOVE RCPT-ACCOUNT-NO TO RCX-OWNER.
           MOVE 27 TO WS-RCX-LEN.
           EXEC CICS WRITE
              DATASET('RCPTIX')
              FROM(WS-RCX-REC)
              LENGTH(WS-RCX-LEN)
              RIDFLD(RCX-KEY)
              RESP(WS-RCX-RESP)
           END-EXEC.
           MOVE 'O'             TO RCX-PATH.
           MOVE RCPT-OPERATOR   TO RCX-OWNER.
           MOVE 27 TO WS-RCX-LEN.
           EXEC CICS WRITE
              DATASET('RCPTIX')
              FROM(WS-RCX-REC)
              LENGTH(WS-RCX-LEN)
              RIDFLD(RCX-KEY)
              RESP(WS-RCX-RESP)
           END-EXEC.
