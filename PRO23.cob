              COPY PLF3REC.
       01 WS-PND-REC.
              COPY PNDREC.
       77 WS-PND-LEN      PIC S9(04) COMP VALUE 49.
       01 WS-AUD-REC.
              COPY AUDREC.
       77 WS-AUD-LEN      PIC S9(04) COMP VALUE 37.
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
              COPY FRZREC.
       77 WS-FRZ-LEN      PIC S9(04) COMP VALUE 25.
       77 WS-FRZ-RESP     PIC S9(08) COMP.
       01 WS-FRC-REC.
              COPY FRCREC.
       77 WS-FRC-LEN      PIC S9(04) COMP VALUE 105.
       77 WS-FRC-RESP     PIC S9(08) COMP.
       01 WS-STF-REC.
              COPY STFREC.
       77 WS-STF-LEN      PIC S9(04) COMP VALUE 30.
       77 WS-STF-RESP     PIC S9(08) COMP.
       01 WS-XFR-REC.
              COPY XFRREC.
       77 WS-XFR-LEN      PIC S9(04) COMP VALUE 46.
       77 WS-QTE-LEN      PIC S9(04) COMP VALUE 49.
       77 WS-QTE-RESP     PIC S9(08) COMP.
       77 WS-TODAY-N      PIC 9(08) VALUE 0.
       01 WS-COL-REC.
              COPY COLREC.
       77 WS-COL-LEN      PIC S9(04) COMP VALUE 84.
       77 WS-COL-RESP     PIC S9(08) COMP.
       01 WS-RFD-REC.
              COPY RFDREC.
       77 WS-RFD-LEN      PIC S9(04) COMP VALUE 53.
       77 WS-JRN-LEN      PIC S9(04) COMP VALUE 445.
       01 WS-JRN-BEF1     PIC X(200).
       01 WS-JRN-BEF3     PIC X(200).
       01 WS-RUN-REC.
              COPY RUNREC.
       77 WS-RUN-LEN      PIC S9(04) COMP VALUE 25.
       77 WS-RUN-RESP     PIC S9(08) COMP.
       77 WS-CLOSED-THRU  PIC 9(08) VALUE 0.
       01 WS-ITEM-DATE-N  PIC 9(08) VALUE 0.
       01 WS-ITEM-DATE-PARTS REDEFINES WS-ITEM-DATE-N.
           05 WS-ID-YYYY      PIC 9(04).
           05 WS-ID-MM        PIC 9(02).
           05 WS-ID-DD        PIC 9(02).
      *  DELEGATION OF POWERS - THE CHECKER'S LIMIT FOR THE ACTION ON
      *  DOPMST, AND THE LEVEL AN OVER-LIMIT ITEM IS ROUTED UP TO.
       01 WS-DOP-REC.
              COPY DOPREC.
       77 WS-DOP-LEN      PIC S9(04) COMP VALUE 39.
       77 WS-DOP-RESP     PIC S9(08) COMP.
       77 WS-DOP-ACTION   PIC X(01) VALUE SPACE.
       77 WS-DOP-AMOUNT   PIC 9(09) VALUE 0.
       77 WS-DOP-OK       PIC X(01) VALUE 'N'.
       77 WS-DOP-DOWN     PIC X(01) VALUE 'N'.
       77 WS-DOP-TRY      PIC 9(02) VALUE 0.
       77 WS-DOP-START    PIC 9(02) VALUE 0.
       77 WS-MY-LEVEL     PIC 9(01) VALUE 0.
       77 WS-NEED-LEVEL   PIC 9(01) VALUE 0.
       01 WS-ROUTE-MSG.
           05 FILLER          PIC X(23) VALUE 'OVER LIMIT - ROUTED TO '.
           05 WS-RM-NAME      PIC X(20).
       01 WS-RM-LEVEL.
           05 FILLER          PIC X(06) VALUE 'LEVEL '.
           05 WS-RM-DIGIT     PIC 9(01).
           05 FILLER          PIC X(13) VALUE SPACES.
       01 WS-WAV-REC.
              COPY WAVREC.
       77 WS-WAV-LEN      PIC S9(04) COMP VALUE 89.
       77 WS-WAV-RESP     PIC S9(08) COMP.
       77 WS-WAV-FOUND    PIC X(01) VALUE 'N'.
       77 WS-WAV-DONE     PIC X(01) VALUE 'N'.
       77 WS-WAV-OPEN     PIC 9(08) VALUE 0.
       77 WS-LEN          PIC S9(04) COMP.
       77 WS-DAT          PIC X(10).
       LINKAGE SECTION.
           END-IF.
           IF EIBCALEN = 0 OR CA-MODE-XCTL
              MOVE LOW-VALUES TO APQ1I, APQ1O
      *       HANDED AN ITEM BY THE WORK QUEUE - START ON IT.
              IF CA-FROM-WORKQ
                 MOVE CA-CUST-NO TO QACO
                 MOVE CA-WQ-REF(1:1) TO QTYO
                 MOVE SPACE TO CA-WQ-SW
              END-IF
              PERFORM 1000-SEND-PARA
           ELSE
              PERFORM 2000-RECEIVE-PARA
       3050-PND-READ-PARA.
           MOVE QACI TO PND-ACCOUNT-NO.
           MOVE QTYI TO PND-TYPE.
           MOVE 0 TO PND-ROUTE-LEVEL.
           MOVE 49 TO WS-PND-LEN.
           EXEC CICS READ
              DATASET('APPQUE')
              INTO(WS-PND-REC)
       3100-FETCH-PARA.
           MOVE QACI TO PND-ACCOUNT-NO.
           MOVE QTYI TO PND-TYPE.
           MOVE 0 TO PND-ROUTE-LEVEL.
           MOVE 49 TO WS-PND-LEN.
           EXEC CICS READ
              DATASET('APPQUE')
              INTO(WS-PND-REC)
           MOVE PND-MAKER TO QMKO.
           MOVE PND-DATE TO QDTO.
           MOVE PND-STATUS TO QSTO.
           IF PND-ROUTE-LEVEL NUMERIC AND PND-ROUTE-LEVEL > 0
              MOVE PND-ROUTE-LEVEL TO QRLO
           END-IF.
           MOVE 'PF5=APPROVE PF6=REJECT' TO MSGO.
           PERFORM 1000-SEND-PARA.
       3200-APPROVE-PARA.
           PERFORM 3050-PND-READ-PARA.
           IF PND-QUEUED AND PND-MAKER NOT = CA-OPERATOR-ID
              PERFORM 3250-DOP-GATE-PARA
           END-IF.
      *    THE CHECKER MUST BE A SECOND OPERATOR - THE MAKER CANNOT
      *    PASS HIS OWN ITEM.
           IF NOT PND-QUEUED
           ELSE IF PND-REFUND
      *       A REFUND RELEASES AGAINST A SETTLED (DEAD) ACCOUNT, SO
      *       THE LIVE-STATUS GATE BELOW CANNOT APPLY TO IT.
      *       THE STAFF-LINK GATE DOES - NOBODY RELEASES MONEY TO
      *       THEIR OWN OR A RELATIVE'S ACCOUNT.
              MOVE PND-ACCOUNT-NO TO PLF-ACCOUNT-NO
              MOVE 200 TO WS-LEN
              EXEC CICS READ
                 DATASET('PLF3')
                 INTO(WS-CUST-ACC-REC)
                 LENGTH(WS-LEN)
                 RIDFLD(PLF-ACCOUNT-NO)
              END-EXEC
              PERFORM 4975-STAFF-GATE-PARA
              PERFORM 4900-DO-REFUND-PARA
              PERFORM 4500-MARK-DONE-PARA
              MOVE 'A' TO QSTO
              MOVE 'REFUND RELEASED - VOUCHER MARKED PAID' TO MSGO
              PERFORM 1000-SEND-PARA
           ELSE IF PND-BRXFER
      *       THE QUEUED KEY IS ALREADY THE CUSTOMER THE STAFF LINK
      *       IS HELD AGAINST.
              MOVE PND-ACCOUNT-NO TO PLF-CUST1-NO
              PERFORM 4975-STAFF-GATE-PARA
              PERFORM 4950-DO-BRXFER-PARA
              PERFORM 4500-MARK-DONE-PARA
              MOVE 'A' TO QSTO
              MOVE 'CUSTOMER MOVED - BOTH BRANCHES SQUARED' TO MSGO
              PERFORM 1000-SEND-PARA
           ELSE IF PND-FREEZE
              MOVE PND-ACCOUNT-NO TO PLF-ACCOUNT-NO
              MOVE 200 TO WS-LEN
              EXEC CICS READ
                 DATASET('PLF3')
                 INTO(WS-CUST-ACC-REC)
                 LENGTH(WS-LEN)
                 RIDFLD(PLF-ACCOUNT-NO)
              END-EXEC
              PERFORM 4975-STAFF-GATE-PARA
              PERFORM 4980-DO-FREEZE-PARA
              PERFORM 4500-MARK-DONE-PARA
              MOVE 'A' TO QSTO
              MOVE 'FREEZE DECISION APPLIED' TO MSGO
              PERFORM 1000-SEND-PARA
           ELSE IF PND-PERIOD-REOPEN
              PERFORM 4990-DO-REOPEN-PARA
              PERFORM 4500-MARK-DONE-PARA
              MOVE 'A' TO QSTO
              MOVE 'PERIOD REOPENED - ONE MONTH BACK' TO MSGO
              PERFORM 1000-SEND-PARA
           ELSE
              MOVE PND-ACCOUNT-NO TO PLF-ACCOUNT-NO
              MOVE 200 TO WS-LEN
                 PERFORM 1000-SEND-PARA
              ELSE
                 PERFORM 4970-FREEZE-GATE-PARA
                 PERFORM 4975-STAFF-GATE-PARA
                 IF PND-FORECLOSE
                    PERFORM 4100-DO-FORECLOSE-PARA
                 ELSE IF PND-CLOSE
                    PERFORM 4200-DO-CLOSE-PARA
                 ELSE IF PND-WAIVER
                    PERFORM 4150-DO-WAIVER-PARA
                 ELSE
                    PERFORM 4300-DO-PAYMENT-PARA
                 END-IF
                 END-IF
                 END-IF
                 PERFORM 4500-MARK-DONE-PARA
                 MOVE 'A' TO QSTO
      *          THE POSTING CARRIES TODAY'S DATE - AN ITEM QUEUED IN
      *          A MONTH FINANCE HAS SINCE CLOSED LANDS IN THE OPEN
      *          PERIOD, AND THE CHECKER IS TOLD SO.
                 PERFORM 9150-PERIOD-PARA
                 MOVE PND-DATE(7:4) TO WS-ID-YYYY
                 MOVE PND-DATE(1:2) TO WS-ID-MM
                 MOVE PND-DATE(4:2) TO WS-ID-DD
                 IF WS-ITEM-DATE-N NOT > WS-CLOSED-THRU
                    MOVE 'APPROVED - POSTED TO THE OPEN PERIOD' TO MSGO
                 ELSE
                    MOVE 'ITEM APPROVED AND POSTED' TO MSGO
                 END-IF
                 PERFORM 1000-SEND-PARA
              END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       3250-DOP-GATE-PARA.
      *    A SUPERVISOR IS NO LONGER ENOUGH - THE CHECKER'S AUTHORITY
      *    LEVEL MUST CARRY A DOPMST LIMIT FOR THE ACTION THAT COVERS
      *    THE AMOUNT. AN ITEM ABOVE IT STAYS QUEUED, ROUTED TO THE
      *    LOWEST HIGHER LEVEL WHOSE LIMIT DOES COVER IT. TRANSFERS
      *    AND PERIOD REOPENS MOVE NO MONEY AND ARE NOT ON THE MATRIX.
           MOVE SPACE TO WS-DOP-ACTION.
           MOVE PND-AMOUNT TO WS-DOP-AMOUNT.
           IF PND-PAYMENT
              MOVE 'P' TO WS-DOP-ACTION
           ELSE IF PND-REFUND
              MOVE 'D' TO WS-DOP-ACTION
           ELSE IF PND-FORECLOSE OR PND-CLOSE
              MOVE 'F' TO WS-DOP-ACTION
           ELSE IF PND-FREEZE
              PERFORM 3255-LIFT-AMOUNT-PARA
           ELSE IF PND-WAIVER
              MOVE 'V' TO WS-DOP-ACTION
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           IF WS-DOP-ACTION NOT = SPACE
              IF CA-AUTH-LEVEL NUMERIC
                 MOVE CA-AUTH-LEVEL TO WS-MY-LEVEL
              ELSE
                 MOVE 0 TO WS-MY-LEVEL
              END-IF
              MOVE 'N' TO WS-DOP-DOWN
              MOVE WS-MY-LEVEL TO WS-DOP-TRY
              PERFORM 3260-DOP-READ-PARA
              IF WS-DOP-OK = 'N'
                 PERFORM 3270-DOP-ROUTE-PARA
              END-IF
           END-IF.
       3255-LIFT-AMOUNT-PARA.
      *    ONLY A LIFT IS ON THE MATRIX - SETTING A FREEZE NEVER PUTS
      *    MONEY AT RISK. WHAT A LIFT RELEASES IS THE WHOLE EXPOSURE.
           MOVE PND-ACCOUNT-NO TO FRZ-ACCOUNT-NO.
           MOVE 25 TO WS-FRZ-LEN.
           EXEC CICS READ
              DATASET('FRZF')
              INTO(WS-FRZ-REC)
              LENGTH(WS-FRZ-LEN)
              RIDFLD(FRZ-ACCOUNT-NO)
              RESP(WS-FRZ-RESP)
           END-EXEC.
           IF WS-FRZ-RESP = DFHRESP(NORMAL) AND FRZ-REQ-LIFT
              MOVE 'Z' TO WS-DOP-ACTION
              MOVE 0 TO WS-DOP-AMOUNT
              MOVE PND-ACCOUNT-NO TO PLF-ACCOUNT-NO
              MOVE 200 TO WS-LEN
              EXEC CICS READ
                 DATASET('PLF3')
                 INTO(WS-CUST-ACC-REC)
                 LENGTH(WS-LEN)
                 RIDFLD(PLF-ACCOUNT-NO)
                 RESP(WS-DOP-RESP)
              END-EXEC
              IF WS-DOP-RESP = DFHRESP(NORMAL)
                 IF PLF-LOAN-AMT1 NUMERIC
                    ADD PLF-LOAN-AMT1 TO WS-DOP-AMOUNT
                 END-IF
                 IF PLF-DUE-AMOUNT NUMERIC
                    ADD PLF-DUE-AMOUNT TO WS-DOP-AMOUNT
                 END-IF
              END-IF
           END-IF.
       3260-DOP-READ-PARA.
      *    LEVEL ZERO HOLDS NO POWERS. A LEVEL WITH NO ROW FOR THE
      *    ACTION HAS NONE OVER IT EITHER.
           MOVE 'N' TO WS-DOP-OK.
           IF WS-DOP-TRY > 0
              MOVE WS-DOP-ACTION TO DOP-ACTION
              MOVE WS-DOP-TRY TO DOP-LEVEL
              MOVE 39 TO WS-DOP-LEN
              EXEC CICS READ
                 DATASET('DOPMST')
                 INTO(WS-DOP-REC)
                 LENGTH(WS-DOP-LEN)
                 RIDFLD(DOP-KEY)
                 RESP(WS-DOP-RESP)
              END-EXEC
              IF WS-DOP-RESP = DFHRESP(NORMAL)
                 IF DOP-LIMIT NOT < WS-DOP-AMOUNT
                    MOVE 'Y' TO WS-DOP-OK
                 END-IF
              ELSE IF WS-DOP-RESP NOT = DFHRESP(NOTFND)
                 MOVE 'Y' TO WS-DOP-DOWN
              END-IF
              END-IF
           END-IF.
       3270-DOP-ROUTE-PARA.
           MOVE 0 TO WS-NEED-LEVEL.
           COMPUTE WS-DOP-START = WS-MY-LEVEL + 1.
           PERFORM 3275-DOP-STEP-PARA
              VARYING WS-DOP-TRY FROM WS-DOP-START BY 1
              UNTIL WS-DOP-TRY > 9 OR WS-NEED-LEVEL > 0
              OR WS-DOP-DOWN = 'Y'.
           IF WS-DOP-DOWN = 'Y'
              EXEC CICS UNLOCK
                 DATASET('APPQUE')
              END-EXEC
              MOVE 'DELEGATION MASTER UNAVAILABLE - NOT PASSED' TO MSGO
              PERFORM 1000-SEND-PARA
           ELSE IF WS-NEED-LEVEL = 0
              EXEC CICS UNLOCK
                 DATASET('APPQUE')
              END-EXEC
              MOVE 'ABOVE EVERY DELEGATED LIMIT - REFER UPWARD' TO MSGO
              PERFORM 1000-SEND-PARA
           ELSE
              MOVE WS-NEED-LEVEL TO PND-ROUTE-LEVEL
              MOVE 49 TO WS-PND-LEN
              EXEC CICS REWRITE
                 DATASET('APPQUE')
                 FROM(WS-PND-REC)
                 LENGTH(WS-PND-LEN)
              END-EXEC
              MOVE 'APPQU' TO AUD-FILE-ID
              MOVE 'U' TO AUD-ACTION
              MOVE PND-ACCOUNT-NO TO PLF-ACCOUNT-NO
              PERFORM 9000-AUDIT-PARA
              MOVE WS-NEED-LEVEL TO QRLO
              MOVE WS-ROUTE-MSG TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF
           END-IF.
       3275-DOP-STEP-PARA.
           PERFORM 3260-DOP-READ-PARA.
           IF WS-DOP-OK = 'Y'
              MOVE WS-DOP-TRY TO WS-NEED-LEVEL
              IF DOP-LEVEL-NAME = SPACES
                 MOVE WS-DOP-TRY TO WS-RM-DIGIT
                 MOVE WS-RM-LEVEL TO WS-RM-NAME
              ELSE
                 MOVE DOP-LEVEL-NAME TO WS-RM-NAME
              END-IF
           END-IF.
       3300-REJECT-PARA.
           PERFORM 3050-PND-READ-PARA.
              EXEC CICS DELETE
                 DATASET('APPQUE')
              END-EXEC
              IF PND-WAIVER
                 PERFORM 4160-WAV-REJECT-PARA
              END-IF
              MOVE 'APPQU' TO AUD-FILE-ID
              MOVE 'J' TO AUD-ACTION
              MOVE PND-ACCOUNT-NO TO PLF-ACCOUNT-NO
              LENGTH(WS-LEN)
           END-EXEC.
           PERFORM 4700-PURGE-SCHED-PARA.
           PERFORM 4720-COL-RELEASE-PARA.
           PERFORM 9200-LEDGER-PARA.
           MOVE PLF5-TXN-AMOUNT TO NOTIF-LOAN-AMT.
           MOVE 'F' TO NOTIF-EVENT.
           PERFORM 4600-CUST-STATUS-PARA.
           PERFORM 4390-JOURNAL-PLF3-PARA.
           PERFORM 4400-AUDIT-BOTH-PARA.
       4150-DO-WAIVER-PARA.
      *    THE WAIVER COMES OFF THE OPEN DEMAND - A FEE OFF THE OPEN
      *    FEES, A PENAL OFF THE PENAL LEVIED - AND ITS WAIVF ROW IS
      *    MARKED APPLIED. WHAT IS OPEN IS RE-CHECKED HERE, SINCE A
      *    PAYMENT AFTER THE REQUEST MAY ALREADY HAVE COLLECTED IT.
           PERFORM 4155-WAV-FIND-PARA.
           IF WS-WAV-FOUND = 'N'
              EXEC CICS UNLOCK
                 DATASET('PLF3')
              END-EXEC
              EXEC CICS UNLOCK
                 DATASET('PLF01')
              END-EXEC
              MOVE 'NO QUEUED WAIVER FOR THAT ACCOUNT..' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           IF PLF-FEE-OPEN NOT NUMERIC
              MOVE 0 TO PLF-FEE-OPEN
           END-IF.
           IF PLF-PENAL-AMOUNT NOT NUMERIC
              MOVE 0 TO PLF-PENAL-AMOUNT
           END-IF.
           IF PLF-DUE-AMOUNT NOT NUMERIC
              MOVE 0 TO PLF-DUE-AMOUNT
           END-IF.
           IF WAV-PENAL
              MOVE PLF-PENAL-AMOUNT TO WS-WAV-OPEN
           ELSE
              MOVE PLF-FEE-OPEN TO WS-WAV-OPEN
           END-IF.
           IF WS-WAV-OPEN > PLF-DUE-AMOUNT
              MOVE PLF-DUE-AMOUNT TO WS-WAV-OPEN
           END-IF.
           IF PND-AMOUNT > WS-WAV-OPEN
              EXEC CICS UNLOCK
                 DATASET('PLF3')
              END-EXEC
              EXEC CICS UNLOCK
                 DATASET('PLF01')
              END-EXEC
              MOVE 'LESS IS NOW OPEN TO WAIVE - REJECT IT' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           SUBTRACT PND-AMOUNT FROM PLF-DUE-AMOUNT.
           IF WAV-PENAL
              SUBTRACT PND-AMOUNT FROM PLF-PENAL-AMOUNT
           ELSE
              SUBTRACT PND-AMOUNT FROM PLF-FEE-OPEN
           END-IF.
           MOVE CA-OPERATOR-ID TO PLF-LAST-OP.
           MOVE 200 TO WS-LEN.
           EXEC CICS REWRITE
              DATASET('PLF3')
              FROM(WS-CUST-ACC-REC)
              LENGTH(WS-LEN)
           END-EXEC.
           EXEC CICS UNLOCK
              DATASET('PLF01')
           END-EXEC.
           MOVE 89 TO WS-WAV-LEN.
           EXEC CICS READ
              DATASET('WAIVF')
              INTO(WS-WAV-REC)
              LENGTH(WS-WAV-LEN)
              RIDFLD(WAV-KEY)
              UPDATE
           END-EXEC.
           MOVE 'A' TO WAV-STATUS.
           MOVE CA-OPERATOR-ID TO WAV-CHECKER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WAV-APPR-DATE-N.
           MOVE 89 TO WS-WAV-LEN.
           EXEC CICS REWRITE
              DATASET('WAIVF')
              FROM(WS-WAV-REC)
              LENGTH(WS-WAV-LEN)
           END-EXEC.
           MOVE 'WAIVF' TO AUD-FILE-ID.
           MOVE 'R' TO AUD-ACTION.
           PERFORM 9000-AUDIT-PARA.
           MOVE 'W' TO PLF5-TXN-TYPE.
           MOVE PND-AMOUNT TO PLF5-TXN-AMOUNT.
           MOVE PLF-LOAN-AMT1 TO PLF5-BALANCE-AFTER.
           MOVE 0 TO PLF5-RCPT-NO.
           PERFORM 9200-LEDGER-PARA.
           PERFORM 4390-JOURNAL-PLF3-PARA.
           PERFORM 4400-AUDIT-BOTH-PARA.
       4155-WAV-FIND-PARA.
      *    ONLY ONE WAIVER PER ACCOUNT CAN BE QUEUED AT A TIME (THE
      *    APPQUE KEY IS ACCOUNT + TYPE), SO THE FIRST QUEUED ROW
      *    UNDER THE ACCOUNT IS THE ONE BEING DECIDED.
           MOVE 'N' TO WS-WAV-FOUND.
           MOVE 'N' TO WS-WAV-DONE.
           MOVE PND-ACCOUNT-NO TO WAV-ACCOUNT-NO.
           MOVE 0 TO WAV-REQ-DATE-N.
           MOVE 0 TO WAV-REQ-TIME.
           EXEC CICS STARTBR
              DATASET('WAIVF')
              RIDFLD(WAV-KEY)
              RESP(WS-WAV-RESP)
           END-EXEC.
           IF WS-WAV-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-WAV-DONE
           END-IF.
           PERFORM 4156-WAV-FIND-STEP-PARA
              UNTIL WS-WAV-DONE = 'Y' OR WS-WAV-FOUND = 'Y'.
           IF WS-WAV-RESP = DFHRESP(NORMAL)
              EXEC CICS ENDBR
                 DATASET('WAIVF')
              END-EXEC
           END-IF.
       4156-WAV-FIND-STEP-PARA.
           MOVE 89 TO WS-WAV-LEN.
           EXEC CICS READNEXT
              DATASET('WAIVF')
              INTO(WS-WAV-REC)
              LENGTH(WS-WAV-LEN)
              RIDFLD(WAV-KEY)
              RESP(WS-WAV-RESP)
           END-EXEC.
           IF WS-WAV-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-WAV-DONE
              MOVE DFHRESP(NORMAL) TO WS-WAV-RESP
           ELSE IF WAV-ACCOUNT-NO NOT = PND-ACCOUNT-NO
              MOVE 'Y' TO WS-WAV-DONE
           ELSE IF WAV-QUEUED
              MOVE 'Y' TO WS-WAV-FOUND
           END-IF
           END-IF
           END-IF.
       4160-WAV-REJECT-PARA.
      *    A REJECTED WAIVER STAYS ON THE REGISTER, MARKED SO.
           PERFORM 4155-WAV-FIND-PARA.
           IF WS-WAV-FOUND = 'Y'
              MOVE 89 TO WS-WAV-LEN
              EXEC CICS READ
                 DATASET('WAIVF')
                 INTO(WS-WAV-REC)
                 LENGTH(WS-WAV-LEN)
                 RIDFLD(WAV-KEY)
                 UPDATE
              END-EXEC
              MOVE 'R' TO WAV-STATUS
              MOVE CA-OPERATOR-ID TO WAV-CHECKER
              MOVE FUNCTION CURRENT-DATE(1:8) TO WAV-APPR-DATE-N
              MOVE 89 TO WS-WAV-LEN
              EXEC CICS REWRITE
                 DATASET('WAIVF')
                 FROM(WS-WAV-REC)
                 LENGTH(WS-WAV-LEN)
              END-EXEC
           END-IF.
       4200-DO-CLOSE-PARA.
           PERFORM 4800-EXCESS-PARA.
           MOVE 'C' TO PLF-ACCT-STATUS.
              LENGTH(WS-LEN)
           END-EXEC.
           PERFORM 4700-PURGE-SCHED-PARA.
           PERFORM 4720-COL-RELEASE-PARA.
           PERFORM 9200-LEDGER-PARA.
           MOVE PLF5-TXN-AMOUNT TO NOTIF-LOAN-AMT.
           MOVE 'C' TO NOTIF-EVENT.
              LENGTH(WS-RCPT-LEN)
              RIDFLD(RCPT-NO)
           END-EXEC.
           PERFORM 9500-RCPT-INDEX-PARA.
       4800-EXCESS-PARA.
      *    WHAT THE FAMILY REMITTED RODE IN ON PND-AMOUNT - ANYTHING
      *    OVER THE EXACT SETTLEMENT (OUTSTANDING PLUS THE BILLED
              MOVE 'ACCOUNT IS FROZEN - NOTHING POSTED' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
       4975-STAFF-GATE-PARA.
      *    NOBODY PASSES AN ITEM ON THEIR OWN OR A DECLARED RELATIVE'S
      *    LOAN - A STAFF LINK BETWEEN THE OWNING CUSTOMER AND THE
      *    CHECKER STOPS IT, THE REFUSAL GOES TO AUDLOG AND THE ITEM
      *    STAYS QUEUED FOR ANOTHER CHECKER.
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
              EXEC CICS UNLOCK
                 DATASET('PLF3')
              END-EXEC
              EXEC CICS UNLOCK
                 DATASET('PLF01')
              END-EXEC
              MOVE PND-ACCOUNT-NO TO PLF-ACCOUNT-NO
              MOVE 'STFLK' TO AUD-FILE-ID
              MOVE 'B' TO AUD-ACTION
              PERFORM 9000-AUDIT-PARA
              MOVE 'OWN OR RELATIVE ACCOUNT - NOT PERMITTED' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
       4980-DO-FREEZE-PARA.
      *    THE CHECKER MAKES THE SUPERVISOR'S REQUEST EFFECTIVE - A
      *    REQUESTED SET GOES ACTIVE, A REQUESTED LIFT GOES LIFTED.
              LENGTH(WS-FRZ-LEN)
           END-EXEC.
           MOVE PND-ACCOUNT-NO TO PLF-ACCOUNT-NO.
           IF FRZ-ACTIVE AND FRZ-FRAUD
              PERFORM 4985-FRAUD-CASE-PARA
           END-IF.
           PERFORM 4400-AUDIT-BOTH-PARA.
       4985-FRAUD-CASE-PARA.
      *    A FRAUD MARK GOING ACTIVE OPENS THE FRAUD CASE BEHIND IT -
      *    DETECTED ON THE DAY THE FREEZE WAS ASKED FOR, WITH THE
      *    WHOLE BALANCE AT RISK AS THE AMOUNT INVOLVED UNTIL FRDMNT
      *    KEYS THE REAL FIGURE. AN ACCOUNT WHOSE EARLIER CASE WAS
      *    CLOSED HAS IT REOPENED RATHER THAN A SECOND ONE STARTED.
           MOVE 200 TO WS-LEN.
           EXEC CICS READ
              DATASET('PLF3')
              INTO(WS-CUST-ACC-REC)
              LENGTH(WS-LEN)
              RIDFLD(PLF-ACCOUNT-NO)
              RESP(WS-FRC-RESP)
           END-EXEC.
           IF WS-FRC-RESP NOT = DFHRESP(NORMAL)
              MOVE 0 TO PLF-LOAN-AMT1
              MOVE 0 TO PLF-DUE-AMOUNT
           END-IF.
           IF PLF-LOAN-AMT1 NOT NUMERIC
              MOVE 0 TO PLF-LOAN-AMT1
           END-IF.
           IF PLF-DUE-AMOUNT NOT NUMERIC
              MOVE 0 TO PLF-DUE-AMOUNT
           END-IF.
           MOVE SPACES TO WS-FRC-REC.
           MOVE PND-ACCOUNT-NO TO FRC-ACCOUNT-NO.
           MOVE 'O' TO FRC-STATUS.
           COMPUTE FRC-AMOUNT = PLF-LOAN-AMT1 + PLF-DUE-AMOUNT.
           MOVE FRZ-SET-DATE-N TO FRC-DETECT-DATE-N.
           MOVE 0 TO FRC-POLICE-DATE-N.
           MOVE 0 TO FRC-ACCT-RECOVERY.
           MOVE 0 TO FRC-OTHER-RECOVERY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO FRC-OPEN-DATE-N.
           MOVE CA-OPERATOR-ID TO FRC-OPEN-BY.
           MOVE 0 TO FRC-CLOSE-DATE-N.
           MOVE FRC-OPEN-DATE-N TO FRC-UPD-DATE-N.
           MOVE CA-OPERATOR-ID TO FRC-UPD-BY.
           MOVE 105 TO WS-FRC-LEN.
           EXEC CICS WRITE
              DATASET('FRDCASE')
              FROM(WS-FRC-REC)
              LENGTH(WS-FRC-LEN)
              RIDFLD(FRC-ACCOUNT-NO)
              RESP(WS-FRC-RESP)
           END-EXEC.
           IF WS-FRC-RESP = DFHRESP(DUPREC)
              MOVE 105 TO WS-FRC-LEN
              EXEC CICS READ
                 DATASET('FRDCASE')
                 INTO(WS-FRC-REC)
                 LENGTH(WS-FRC-LEN)
                 RIDFLD(FRC-ACCOUNT-NO)
                 UPDATE
              END-EXEC
              IF FRC-CLOSED
                 MOVE 'O' TO FRC-STATUS
                 MOVE 0 TO FRC-CLOSE-DATE-N
                 MOVE FUNCTION CURRENT-DATE(1:8) TO FRC-UPD-DATE-N
                 MOVE CA-OPERATOR-ID TO FRC-UPD-BY
                 MOVE 105 TO WS-FRC-LEN
                 EXEC CICS REWRITE
                    DATASET('FRDCASE')
                    FROM(WS-FRC-REC)
                    LENGTH(WS-FRC-LEN)
                 END-EXEC
                 MOVE 'R' TO AUD-ACTION
                 MOVE 'FRDCS' TO AUD-FILE-ID
                 PERFORM 9000-AUDIT-PARA
              ELSE
                 EXEC CICS UNLOCK
                    DATASET('FRDCASE')
                 END-EXEC
              END-IF
           ELSE
              MOVE 'W' TO AUD-ACTION
              MOVE 'FRDCS' TO AUD-FILE-ID
              PERFORM 9000-AUDIT-PARA
           END-IF.
       4990-DO-REOPEN-PARA.
      *    A SECOND SUPERVISOR PASSES THE REOPEN - THE CLOSED-THROUGH
      *    DATE STEPS BACK ONE MONTH-END AND THE PERIOD IS MARKED
      *    REOPENED UNTIL PERCLOSE CLOSES THE MONTH AGAIN. A CLOSE OR
      *    REOPEN SINCE THE REQUEST WAS KEYED LEAVES IT UNAPPLIED.
           IF NOT CA-ROLE-SUPER
              MOVE 'PERIOD REOPEN NEEDS A SUPERVISOR..' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           MOVE 'PERIOD  ' TO RUN-JOB.
           MOVE 25 TO WS-RUN-LEN.
           EXEC CICS READ
              DATASET('RUNCTL')
              INTO(WS-RUN-REC)
              LENGTH(WS-RUN-LEN)
              RIDFLD(RUN-JOB)
              UPDATE
              RESP(WS-RUN-RESP)
           END-EXEC.
           IF WS-RUN-RESP NOT = DFHRESP(NORMAL)
              MOVE 'NO ACCOUNTING PERIOD HAS BEEN CLOSED..' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           IF RUN-BUSDATE-N NOT = PND-AMOUNT
              EXEC CICS UNLOCK
                 DATASET('RUNCTL')
              END-EXEC
              MOVE 'PERIOD MOVED SINCE REQUEST - REJECT IT' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           MOVE RUN-BUSDATE-N TO WS-ITEM-DATE-N.
           MOVE 01 TO WS-ID-DD.
           COMPUTE RUN-BUSDATE-N = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WS-ITEM-DATE-N) - 1).
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-LAST-DATE-N.
           MOVE 'O' TO RUN-STATUS.
           MOVE 25 TO WS-RUN-LEN.
           EXEC CICS REWRITE
              DATASET('RUNCTL')
              FROM(WS-RUN-REC)
              LENGTH(WS-RUN-LEN)
           END-EXEC.
           MOVE PND-ACCOUNT-NO TO PLF-ACCOUNT-NO.
           MOVE 'RUNCT' TO AUD-FILE-ID.
           MOVE 'R' TO AUD-ACTION.
           PERFORM 9000-AUDIT-PARA.
           PERFORM 4400-AUDIT-BOTH-PARA.
       4950-DO-BRXFER-PARA.
      *    THE WHOLE RELATIONSHIP MOVES - THE CUSTOMER RECORD AND
              RIDFLD(PLF6-KEY)
              RESP(WS-INST-RESP)
           END-EXEC.
       4720-COL-RELEASE-PARA.
      *    ONCE THE ACCOUNT SETTLES ITS SECURITY IS DUE BACK TO THE
      *    CUSTOMER - THE DUE MARK AND SETTLEMENT DATE START THE
      *    COLREL AGEING CLOCK. NO COLLATERAL ON FILE IS THE NORMAL
      *    CASE FOR A SMALL LOAN AND IS SIMPLY SKIPPED.
           MOVE PLF-ACCOUNT-NO TO COL-ACCOUNT-NO.
           MOVE 84 TO WS-COL-LEN.
           EXEC CICS READ
              DATASET('PLF8')
              INTO(WS-COL-REC)
              LENGTH(WS-COL-LEN)
              RIDFLD(COL-ACCOUNT-NO)
              UPDATE
              RESP(WS-COL-RESP)
           END-EXEC.
           IF WS-COL-RESP = DFHRESP(NORMAL)
              IF COL-RELEASED
                 EXEC CICS UNLOCK
                    DATASET('PLF8')
                 END-EXEC
              ELSE
                 MOVE 'D' TO COL-REL-STATUS
                 MOVE FUNCTION CURRENT-DATE(1:8) TO COL-SETTLE-DATE-N
                 MOVE 0 TO COL-REL-DATE-N
                 MOVE SPACES TO COL-REL-BY
                 MOVE 84 TO WS-COL-LEN
                 EXEC CICS REWRITE
                    DATASET('PLF8')
                    FROM(WS-COL-REC)
                    LENGTH(WS-COL-LEN)
                 END-EXEC
              END-IF
           END-IF.
       4400-AUDIT-BOTH-PARA.
      *    BOTH SIDES OF THE MAKER-CHECKER PAIR GO TO AUDLOG - THE
      *    MAKER UNDER ACTION M AND THE APPROVING CHECKER UNDER A.
              FROM(WS-NOTIF-REC)
              LENGTH(WS-NOTIF-LEN)
           END-EXEC.
       9150-PERIOD-PARA.
      *    THE CLOSED-THROUGH DATE OF THE ACCOUNTING PERIOD LOCK ON
      *    RUNCTL - ZERO WHEN NO MONTH HAS EVER BEEN CLOSED.
           MOVE 0 TO WS-CLOSED-THRU.
           MOVE 'PERIOD  ' TO RUN-JOB.
           MOVE 25 TO WS-RUN-LEN.
           EXEC CICS READ
              DATASET('RUNCTL')
              INTO(WS-RUN-REC)
              LENGTH(WS-RUN-LEN)
              RIDFLD(RUN-JOB)
              RESP(WS-RUN-RESP)
           END-EXEC.
           IF WS-RUN-RESP = DFHRESP(NORMAL)
              MOVE RUN-BUSDATE-N TO WS-CLOSED-THRU
           END-IF.
       9200-LEDGER-PARA.
           MOVE PLF-ACCOUNT-NO TO PLF5-ACCOUNT-NO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PLF5-TXN-DATE-N.
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
