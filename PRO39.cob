       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISCONT.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-CUST-ACC-REC.
              COPY PLF3REC.
              COPY PMAP048.
              COPY DFHAID.
              COPY CPCOMM.
       01 WS-CUST-REC.
              COPY PLF01REC.
       77 WS-CUS-LEN      PIC S9(04) COMP VALUE 148.
       01 WS-DSC-REC.
              COPY DSCREC.
       77 WS-DSC-LEN      PIC S9(04) COMP VALUE 85.
       77 WS-DSC-RESP     PIC S9(08) COMP.
       01 WS-DSB-REC.
              COPY DSBREC.
       77 WS-DSB-LEN      PIC S9(04) COMP VALUE 59.
       77 WS-DSB-RESP     PIC S9(08) COMP.
       01 WS-PAY-REC.
              COPY PAYREC.
       77 WS-PAY-LEN      PIC S9(04) COMP VALUE 65.
       77 WS-PAY-RESP     PIC S9(08) COMP.
       01 WS-FRM-REC.
              COPY FRMREC.
       77 WS-FRM-LEN      PIC S9(04) COMP VALUE 122.
       77 WS-FRM-RESP     PIC S9(08) COMP.
       01 WS-INST-REC.
              COPY INSTREC.
       77 WS-INST-LEN     PIC S9(04) COMP VALUE 60.
       77 WS-INST-RESP    PIC S9(08) COMP.
       01 WS-LDG-REC.
              COPY PLF5REC.
       77 WS-LDG-LEN      PIC S9(04) COMP VALUE 64.
       01 WS-AUD-REC.
              COPY AUDREC.
       77 WS-AUD-LEN      PIC S9(04) COMP VALUE 37.
       01 WS-NOTIF-REC.
              COPY NOTIFREC.
       77 WS-NOTIF-LEN    PIC S9(04) COMP VALUE 43.
       01 WS-GUAR-REC.
           05 GR-ACCOUNT-NO   PIC X(10).
           05 GR-NAME         PIC X(20).
           05 GR-ADDRESS      PIC X(25).
           05 GR-PHONE        PIC 9(10).
           05 GR-RELATION     PIC X(10).
       77 WS-GUAR-LEN     PIC S9(04) COMP VALUE 75.
       77 WS-GUAR-RESP    PIC S9(08) COMP.
       01 WS-JRN-REC.
              COPY JRNREC.
       77 WS-JRN-LEN      PIC S9(04) COMP VALUE 445.
       01 WS-JRN-BEF1     PIC X(200).
       01 WS-JRN-BEF3     PIC X(200).
       77 WS-LEN          PIC S9(04) COMP.
       77 WS-DAT          PIC X(10).
       77 WS-TODAY-N      PIC 9(08) VALUE 0.
       77 WS-LEAVE-N      PIC 9(08) VALUE 0.
       77 WS-DT-N         PIC 9(08) VALUE 0.
       01 WS-DT-WORK.
           05 WS-DT-MM        PIC 9(02).
           05 FILLER          PIC X(01).
           05 WS-DT-DD        PIC 9(02).
           05 FILLER          PIC X(01).
           05 WS-DT-YYYY      PIC 9(04).
      *    THE BANK'S GRACE PERIOD AFTER A STUDENT LEAVES - REPAYMENT
      *    STARTS THIS MANY MONTHS AFTER THE LEAVING DATE, BUT NEVER
      *    LATER THAN THE COURSE WOULD HAVE ENDED.
       77 WS-GRACE-MONTHS PIC 9(02) VALUE 6.
       77 WS-MON-IX       PIC 9(06) VALUE 0.
       01 WS-RS-DATE-N    PIC 9(08) VALUE 0.
       01 WS-RS-PARTS REDEFINES WS-RS-DATE-N.
           05 WS-RS-YYYY      PIC 9(04).
           05 WS-RS-MM        PIC 9(02).
           05 WS-RS-DD        PIC 9(02).
       77 WS-TRN-IX       PIC 9(02) VALUE 0.
       77 WS-TRN-DONE     PIC X(01) VALUE 'N'.
       77 WS-CANCEL-SW    PIC X(01) VALUE 'N'.
       77 WS-PEND-AMT     PIC 9(08) VALUE 0.
       01 WS-NX-WORK.
           05 WS-NX-MM        PIC 9(02).
           05 FILLER          PIC X(01).
           05 WS-NX-DD        PIC 9(02).
           05 FILLER          PIC X(01).
           05 WS-NX-YYYY      PIC 9(04).
       77 WS-EFF-RATE     PIC 9(02)V99 VALUE 0.
       77 WS-MONTHS       PIC 9(03) VALUE 0.
       77 WS-MONTH-NO     PIC 9(03) VALUE 0.
       77 WS-TOT-INTEREST PIC 9(08) VALUE 0.
       77 WS-MONTHLY-PRIN PIC 9(07) VALUE 0.
       77 WS-MONTHLY-INT  PIC 9(07) VALUE 0.
       77 WS-EMI          PIC 9(07) VALUE 0.
       77 WS-BALANCE      PIC 9(08) VALUE 0.
       77 WS-NXT-MM       PIC 9(02) VALUE 0.
       77 WS-NXT-YYYY     PIC 9(04) VALUE 0.
       77 WS-PURGE-IX     PIC 9(03) VALUE 0.

       LINKAGE SECTION.
       COPY CPCOMM REPLACING ==WS-COMMAREA== BY ==DFHCOMMAREA==.
       PROCEDURE DIVISION USING DFHCOMMAREA.
       MAIN-PARA.
           EXEC CICS HANDLE CONDITION
                MAPFAIL(0001-MF-PARA)
                NOTFND(0004-NF-PARA)
                ERROR(0003-GERR-PARA)
           END-EXEC.
           IF EIBCALEN > 0
              MOVE DFHCOMMAREA TO WS-COMMAREA
           END-IF.
           IF EIBCALEN = 0 OR CA-MODE-XCTL
              MOVE LOW-VALUES TO DSC1I, DSC1O
              PERFORM 1000-SEND-PARA
           ELSE
              PERFORM 2000-RECEIVE-PARA
              PERFORM 3000-KEY-CHECK-PARA
           END-IF.
       1000-SEND-PARA.
           MOVE FUNCTION CURRENT-DATE(5:2) TO DATGI(1:2).
           MOVE "/"                        TO DATGI(3:2).
           MOVE FUNCTION CURRENT-DATE(7:2) TO DATGI(4:2).
           MOVE "/"                        TO DATGI(6:2).
           MOVE FUNCTION CURRENT-DATE(1:4) TO DATGI(7:4).
           MOVE DATGI TO WS-DAT.
           MOVE WS-DAT TO DATGO.
           EXEC CICS SEND
                MAP('DSC1')
                MAPSET('PMAP048')
                ERASE
           END-EXEC.
           MOVE 'C' TO CA-MODE.
           MOVE LENGTH OF WS-COMMAREA TO WS-LEN.
           EXEC CICS RETURN
                TRANSID('P049')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-LEN)
           END-EXEC.
       2000-RECEIVE-PARA.
           EXEC CICS RECEIVE
                MAP('DSC1')
                MAPSET('PMAP048')
           END-EXEC.
       3000-KEY-CHECK-PARA.
           MOVE DSACI TO PLF-ACCOUNT-NO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-N.
           IF EIBAID = DFHPF2
              PERFORM 3100-FETCH-PARA
           ELSE IF EIBAID = DFHPF5
              PERFORM 3200-DISCONTINUE-PARA
           ELSE IF EIBAID = DFHPF6
              PERFORM 3600-REFUND-PARA
           ELSE IF EIBAID = DFHPF3
              MOVE 'X' TO CA-MODE
              MOVE LENGTH OF WS-COMMAREA TO WS-LEN
              EXEC CICS XCTL
                 PROGRAM('PPGM011')
                 COMMAREA(WS-COMMAREA)
                 LENGTH(WS-LEN)
              END-EXEC
           ELSE IF EIBAID = DFHPF12
              MOVE 'VALUES ARE ERASED .......' TO MSGO
              PERFORM 1000-SEND-PARA
           ELSE
              MOVE 'INVALID KEY...........' TO MSGO
              PERFORM 3900-EXIT-PARA
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       3100-FETCH-PARA.
           MOVE 200 TO WS-LEN.
           EXEC CICS READ
              DATASET('PLF3')
              INTO(WS-CUST-ACC-REC)
              LENGTH(WS-LEN)
              RIDFLD(PLF-ACCOUNT-NO)
           END-EXEC.
           MOVE PLF-CUST1-NO TO PLF-CUST-NO.
           MOVE 148 TO WS-CUS-LEN.
           EXEC CICS READ
              DATASET('PLF01')
              INTO(WS-CUST-REC)
              LENGTH(WS-CUS-LEN)
              RIDFLD(PLF-CUST-NO)
           END-EXEC.
           MOVE 'N' TO WS-CANCEL-SW.
           PERFORM 3300-TRANCHE-WALK-PARA.
           PERFORM 3150-SHOW-PARA.
           MOVE PLF-ACCOUNT-NO TO DSC-ACCOUNT-NO.
           MOVE 85 TO WS-DSC-LEN.
           EXEC CICS READ
              DATASET('DISCONT')
              INTO(WS-DSC-REC)
              LENGTH(WS-DSC-LEN)
              RIDFLD(DSC-ACCOUNT-NO)
              RESP(WS-DSC-RESP)
           END-EXEC.
           IF WS-DSC-RESP = DFHRESP(NORMAL)
              MOVE DSC-REPAY-START-N TO DSRSO
              MOVE DSC-REFUND-AMT TO DSRFO
              MOVE 'DISCONTINUED - PF6 CREDITS A COLLEGE REFUND' TO MSGO
           ELSE
              MOVE 'KEY THE LEAVING DATE AND PF5 TO DISCONTINUE'
                 TO MSGO
           END-IF.
           PERFORM 1000-SEND-PARA.
       3150-SHOW-PARA.
           MOVE PLF-STU-NAME TO DSSNO.
           MOVE PLF-STU-COLLEGE TO DSCLO.
           MOVE PLF-DOE TO DSOEO.
           MOVE PLF-LOAN-AMT1 TO DSBLO.
           MOVE WS-PEND-AMT TO DSPDO.
       3200-DISCONTINUE-PARA.
      *    A STUDENT WHO LEAVES EARLY STOPS BEING A STUDENT ON THE
      *    LEAVING DATE - NOTHING MORE IS PAID TO THE COLLEGE, THE
      *    MORATORIUM IS CUT TO THE GRACE PERIOD AND THE SCHEDULE IS
      *    REDRAWN ON WHAT WAS ACTUALLY DISBURSED.
           IF NOT CA-ROLE-SUPER
              MOVE 'DISCONTINUATION IS SUPERVISOR ONLY..' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           IF DSLVI(1:2) NOT NUMERIC OR DSLVI(4:2) NOT NUMERIC
              OR DSLVI(7:4) NOT NUMERIC OR DSLVI(3:1) NOT = '/'
              OR DSLVI(6:1) NOT = '/'
              MOVE 'LEAVING DATE MUST BE MM/DD/YYYY' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           MOVE DSLVI TO WS-DT-WORK.
           IF WS-DT-MM < 1 OR WS-DT-MM > 12
              OR WS-DT-DD < 1 OR WS-DT-DD > 31
              MOVE 'LEAVING DATE MUST BE MM/DD/YYYY' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           COMPUTE WS-LEAVE-N =
                 WS-DT-YYYY * 10000 + WS-DT-MM * 100 + WS-DT-DD.
           IF WS-LEAVE-N > WS-TODAY-N
              MOVE 'LEAVING DATE CANNOT BE IN THE FUTURE' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           MOVE PLF-ACCOUNT-NO TO DSC-ACCOUNT-NO.
           MOVE 85 TO WS-DSC-LEN.
           EXEC CICS READ
              DATASET('DISCONT')
              INTO(WS-DSC-REC)
              LENGTH(WS-DSC-LEN)
              RIDFLD(DSC-ACCOUNT-NO)
              RESP(WS-DSC-RESP)
           END-EXEC.
           IF WS-DSC-RESP = DFHRESP(NORMAL)
              MOVE 'ALREADY DISCONTINUED - PF6 FOR A REFUND' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           MOVE 200 TO WS-LEN.
           EXEC CICS READ
              DATASET('PLF3')
              INTO(WS-CUST-ACC-REC)
              LENGTH(WS-LEN)
              RIDFLD(PLF-ACCOUNT-NO)
              UPDATE
           END-EXEC.
           MOVE WS-CUST-ACC-REC TO WS-JRN-BEF3.
           MOVE PLF-CUST1-NO TO PLF-CUST-NO.
           MOVE 148 TO WS-CUS-LEN.
           EXEC CICS READ
              DATASET('PLF01')
              INTO(WS-CUST-REC)
              LENGTH(WS-CUS-LEN)
              RIDFLD(PLF-CUST-NO)
              UPDATE
           END-EXEC.
           MOVE WS-CUST-REC TO WS-JRN-BEF1.
           IF PLF-ACCT-DEAD OR NOT PLF-STS-LIVE
              PERFORM 3290-UNLOCK-PARA
              MOVE 'STATUS DOES NOT ALLOW DISCONTINUATION' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
      *    THE LEAVING DATE MUST FALL INSIDE THE COURSE - ON OR
      *    AFTER JOINING AND BEFORE THE BOOKED COURSE END.
           MOVE PLF-DOJ TO WS-DT-WORK.
           IF WS-DT-MM NUMERIC AND WS-DT-DD NUMERIC
              AND WS-DT-YYYY NUMERIC
              COMPUTE WS-DT-N =
                    WS-DT-YYYY * 10000 + WS-DT-MM * 100 + WS-DT-DD
              IF WS-LEAVE-N < WS-DT-N
                 PERFORM 3290-UNLOCK-PARA
                 MOVE 'LEAVING DATE IS BEFORE THE COURSE START'
                    TO MSGO
                 PERFORM 1000-SEND-PARA
              END-IF
           END-IF.
           MOVE PLF-DOE TO WS-DT-WORK.
           MOVE 99999999 TO WS-DT-N.
           IF WS-DT-MM NUMERIC AND WS-DT-DD NUMERIC
              AND WS-DT-YYYY NUMERIC
              COMPUTE WS-DT-N =
                    WS-DT-YYYY * 10000 + WS-DT-MM * 100 + WS-DT-DD
              IF WS-LEAVE-N NOT < WS-DT-N
                 PERFORM 3290-UNLOCK-PARA
                 MOVE 'COURSE HAS ALREADY ENDED - NOT A DROP-OUT'
                    TO MSGO
                 PERFORM 1000-SEND-PARA
              END-IF
           END-IF.
           MOVE PLF-ACCOUNT-NO TO DSC-ACCOUNT-NO.
           MOVE WS-LEAVE-N TO DSC-LEAVE-DATE-N.
           MOVE PLF-DOE TO DSC-ORIG-DOE.
           MOVE 0 TO DSC-TRN-CANCELLED.
           MOVE 0 TO DSC-TRN-AMOUNT.
           MOVE 0 TO DSC-PAY-CANCELLED.
           MOVE 0 TO DSC-PAY-AMOUNT.
           MOVE 0 TO DSC-REFUND-AMT.
           MOVE 0 TO DSC-REFUND-DATE-N.
           PERFORM 3400-REPAY-START-PARA.
           MOVE WS-RS-DATE-N TO DSC-REPAY-START-N.
      *    PLF-DOE IS WHERE INTACR, NPA AND OVRDUE END THE
      *    MORATORIUM, SO MOVING IT UP TO THE REPAYMENT START ENDS
      *    IT FOR ALL OF THEM AT ONCE. THE BOOKED DATE STAYS ON THE
      *    DISCONTINUATION RECORD.
           MOVE SPACES TO PLF-DOE.
           MOVE WS-RS-MM    TO PLF-DOE(1:2).
           MOVE "/"         TO PLF-DOE(3:1).
           MOVE WS-RS-DD    TO PLF-DOE(4:2).
           MOVE "/"         TO PLF-DOE(6:1).
           MOVE WS-RS-YYYY  TO PLF-DOE(7:4).
           MOVE 'Y' TO WS-CANCEL-SW.
           PERFORM 3300-TRANCHE-WALK-PARA.
           MOVE CA-OPERATOR-ID TO PLF-LAST-OP.
           MOVE 200 TO WS-LEN.
           EXEC CICS REWRITE
              DATASET('PLF3')
              FROM(WS-CUST-ACC-REC)
              LENGTH(WS-LEN)
           END-EXEC.
           MOVE 'PLF3' TO JRN-FILE-ID.
           MOVE 'R' TO JRN-ACTION.
           MOVE PLF-ACCOUNT-NO TO JRN-KEY.
           MOVE WS-JRN-BEF3 TO JRN-BEFORE.
           MOVE WS-CUST-ACC-REC TO JRN-AFTER.
           PERFORM 9400-JOURNAL-PARA.
           MOVE 148 TO WS-CUS-LEN.
           EXEC CICS REWRITE
              DATASET('PLF01')
              FROM(WS-CUST-REC)
              LENGTH(WS-CUS-LEN)
           END-EXEC.
           MOVE 'PLF01' TO JRN-FILE-ID.
           MOVE 'R' TO JRN-ACTION.
           MOVE PLF-CUST-NO TO JRN-KEY.
           MOVE WS-JRN-BEF1 TO JRN-BEFORE.
           MOVE WS-CUST-REC TO JRN-AFTER.
           PERFORM 9400-JOURNAL-PARA.
      *    AN UNSENT PAYOUT THAT IS CANCELLED TAKES ITS TRANCHE BACK
      *    OFF THE BALANCE - ONE REVERSAL ROW CARRIES THE TOTAL.
           IF DSC-PAY-AMOUNT > 0
              MOVE 'V' TO PLF5-TXN-TYPE
              MOVE DSC-PAY-AMOUNT TO PLF5-TXN-AMOUNT
              MOVE PLF-LOAN-AMT1 TO PLF5-BALANCE-AFTER
              MOVE 0 TO PLF5-RCPT-NO
              PERFORM 9200-LEDGER-PARA
           END-IF.
           PERFORM 3500-RESCHEDULE-PARA.
           MOVE WS-TODAY-N TO DSC-DATE-N.
           MOVE CA-OPERATOR-ID TO DSC-OPERATOR.
           MOVE 85 TO WS-DSC-LEN.
           EXEC CICS WRITE
              DATASET('DISCONT')
              FROM(WS-DSC-REC)
              LENGTH(WS-DSC-LEN)
              RIDFLD(DSC-ACCOUNT-NO)
           END-EXEC.
           MOVE 'DSCNT' TO AUD-FILE-ID.
           MOVE 'D' TO AUD-ACTION.
           PERFORM 9000-AUDIT-PARA.
           PERFORM 9100-NOTIFY-PARA.
           MOVE 0 TO WS-PEND-AMT.
           PERFORM 3150-SHOW-PARA.
           MOVE DSC-REPAY-START-N TO DSRSO.
           MOVE DSC-REFUND-AMT TO DSRFO.
           MOVE 'DISCONTINUED - TRANCHES CANCELLED, EMI REDONE'
              TO MSGO.
           PERFORM 1000-SEND-PARA.
       3290-UNLOCK-PARA.
           EXEC CICS UNLOCK
              DATASET('PLF3')
           END-EXEC.
           EXEC CICS UNLOCK
              DATASET('PLF01')
           END-EXEC.
       3300-TRANCHE-WALK-PARA.
      *    TRANCHE NUMBERS RUN 1 UPWARD, THE SAME KEYED WALK DISBURSE
      *    USES. ON PF2 IT ONLY TOTALS WHAT IS STILL TO GO OUT; ON
      *    PF5 IT CANCELS IT.
           MOVE 0 TO WS-PEND-AMT.
           MOVE 'N' TO WS-TRN-DONE.
           MOVE 1 TO WS-TRN-IX.
           PERFORM 3310-TRANCHE-STEP-PARA
              UNTIL WS-TRN-DONE = 'Y'.
       3310-TRANCHE-STEP-PARA.
           MOVE PLF-ACCOUNT-NO TO PLF7-ACCOUNT-NO.
           MOVE WS-TRN-IX TO PLF7-TRANCHE-NO.
           MOVE 59 TO WS-DSB-LEN.
           EXEC CICS READ
              DATASET('PLF7')
              INTO(WS-DSB-REC)
              LENGTH(WS-DSB-LEN)
              RIDFLD(PLF7-KEY)
              RESP(WS-DSB-RESP)
           END-EXEC.
           IF WS-DSB-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-TRN-DONE
           ELSE
      *       A REMIT-FAILED TRANCHE IS ALREADY OFF THE BALANCE
      *       (PAYACK REVERSED IT) AND WOULD ONLY BE RETRIED - IT IS
      *       CANCELLED WITH THE PENDING ONES.
              IF PLF7-PENDING OR PLF7-REMIT-FAILED
                 ADD PLF7-AMOUNT TO WS-PEND-AMT
                 IF WS-CANCEL-SW = 'Y'
                    PERFORM 3320-CANCEL-TRANCHE-PARA
                 END-IF
              ELSE IF PLF7-DISBURSED
                 PERFORM 3330-PAYOUT-CHECK-PARA
              END-IF
              END-IF
              IF WS-TRN-IX >= 99
                 MOVE 'Y' TO WS-TRN-DONE
              ELSE
                 ADD 1 TO WS-TRN-IX
              END-IF
           END-IF.
       3320-CANCEL-TRANCHE-PARA.
           PERFORM 3325-MARK-TRANCHE-PARA.
           ADD 1 TO DSC-TRN-CANCELLED.
           ADD PLF7-AMOUNT TO DSC-TRN-AMOUNT.
       3325-MARK-TRANCHE-PARA.
           MOVE 59 TO WS-DSB-LEN.
           EXEC CICS READ
              DATASET('PLF7')
              INTO(WS-DSB-REC)
              LENGTH(WS-DSB-LEN)
              RIDFLD(PLF7-KEY)
              UPDATE
           END-EXEC.
           MOVE 'X' TO PLF7-STATUS.
           MOVE 59 TO WS-DSB-LEN.
           EXEC CICS REWRITE
              DATASET('PLF7')
              FROM(WS-DSB-REC)
              LENGTH(WS-DSB-LEN)
           END-EXEC.
       3330-PAYOUT-CHECK-PARA.
      *    A RELEASED TRANCHE WHOSE PAYOUT PAYCUT HAS NOT YET CUT IS
      *    STILL IN THE BANK - IT IS STOPPED HERE. ONE ALREADY SENT
      *    IS WITH THE HUB AND IS LEFT TO PAYACK. AN OVERSEAS
      *    COLLEGE'S TRANCHE WENT OUT AS A FOREIGN REMITTANCE INSTEAD
      *    AND IS STOPPED THE SAME WAY, AT THE RUPEES DEBITED.
           MOVE PLF7-ACCOUNT-NO TO PAY-ACCOUNT-NO.
           MOVE PLF7-TRANCHE-NO TO PAY-TRANCHE-NO.
           MOVE 65 TO WS-PAY-LEN.
           EXEC CICS READ
              DATASET('PAYOUTF')
              INTO(WS-PAY-REC)
              LENGTH(WS-PAY-LEN)
              RIDFLD(PAY-KEY)
              RESP(WS-PAY-RESP)
           END-EXEC.
           IF WS-PAY-RESP = DFHRESP(NORMAL) AND PAY-NEW
              ADD PAY-AMOUNT TO WS-PEND-AMT
              IF WS-CANCEL-SW = 'Y'
                 PERFORM 3340-CANCEL-PAYOUT-PARA
              END-IF
           END-IF.
           IF WS-PAY-RESP NOT = DFHRESP(NORMAL)
              MOVE PLF7-ACCOUNT-NO TO FRM-ACCOUNT-NO
              MOVE PLF7-TRANCHE-NO TO FRM-TRANCHE-NO
              MOVE 122 TO WS-FRM-LEN
              EXEC CICS READ
                 DATASET('FXRMT')
                 INTO(WS-FRM-REC)
                 LENGTH(WS-FRM-LEN)
                 RIDFLD(FRM-KEY)
                 RESP(WS-FRM-RESP)
              END-EXEC
              IF WS-FRM-RESP = DFHRESP(NORMAL) AND FRM-NEW
                 ADD FRM-INR-AMOUNT TO WS-PEND-AMT
                 IF WS-CANCEL-SW = 'Y'
                    PERFORM 3345-CANCEL-REMIT-PARA
                 END-IF
              END-IF
           END-IF.
       3340-CANCEL-PAYOUT-PARA.
           MOVE 65 TO WS-PAY-LEN.
           EXEC CICS READ
              DATASET('PAYOUTF')
              INTO(WS-PAY-REC)
              LENGTH(WS-PAY-LEN)
              RIDFLD(PAY-KEY)
              UPDATE
           END-EXEC.
           MOVE 'X' TO PAY-STATUS.
           MOVE 65 TO WS-PAY-LEN.
           EXEC CICS REWRITE
              DATASET('PAYOUTF')
              FROM(WS-PAY-REC)
              LENGTH(WS-PAY-LEN)
           END-EXEC.
           PERFORM 3325-MARK-TRANCHE-PARA.
           IF PAY-AMOUNT > PLF-LOAN-AMT1
              MOVE 0 TO PLF-LOAN-AMT1
           ELSE
              SUBTRACT PAY-AMOUNT FROM PLF-LOAN-AMT1
           END-IF.
           ADD 1 TO DSC-PAY-CANCELLED.
           ADD PAY-AMOUNT TO DSC-PAY-AMOUNT.
       3345-CANCEL-REMIT-PARA.
           MOVE 122 TO WS-FRM-LEN.
           EXEC CICS READ
              DATASET('FXRMT')
              INTO(WS-FRM-REC)
              LENGTH(WS-FRM-LEN)
              RIDFLD(FRM-KEY)
              UPDATE
           END-EXEC.
           MOVE 'X' TO FRM-STATUS.
           MOVE 122 TO WS-FRM-LEN.
           EXEC CICS REWRITE
              DATASET('FXRMT')
              FROM(WS-FRM-REC)
              LENGTH(WS-FRM-LEN)
           END-EXEC.
           PERFORM 3325-MARK-TRANCHE-PARA.
           IF FRM-INR-AMOUNT > PLF-LOAN-AMT1
              MOVE 0 TO PLF-LOAN-AMT1
           ELSE
              SUBTRACT FRM-INR-AMOUNT FROM PLF-LOAN-AMT1
           END-IF.
           ADD 1 TO DSC-PAY-CANCELLED.
           ADD FRM-INR-AMOUNT TO DSC-PAY-AMOUNT.
       3400-REPAY-START-PARA.
      *    REPAYMENT STARTS THE GRACE PERIOD AFTER THE LEAVING DATE,
      *    SAME DAY OF MONTH (HELD TO THE 28TH SO IT EXISTS IN EVERY
      *    MONTH), CAPPED AT THE BOOKED COURSE END IN WS-DT-N.
           MOVE DSLVI TO WS-DT-WORK.
           COMPUTE WS-MON-IX =
                 WS-DT-YYYY * 12 + WS-DT-MM - 1 + WS-GRACE-MONTHS.
           DIVIDE WS-MON-IX BY 12 GIVING WS-RS-YYYY
              REMAINDER WS-RS-MM.
           ADD 1 TO WS-RS-MM.
           MOVE WS-DT-DD TO WS-RS-DD.
           IF WS-RS-DD > 28
              MOVE 28 TO WS-RS-DD
           END-IF.
           IF WS-RS-DATE-N > WS-DT-N
              MOVE WS-DT-N TO WS-RS-DATE-N
           END-IF.
       3500-RESCHEDULE-PARA.
      *    THE OLD SCHEDULE RAN ON THE FULL SANCTION FROM THE BOOKED
      *    START - IT IS CLEARED KEY BY KEY AND REDRAWN FROM THE
      *    REPAYMENT START TO EXPIRY ON THE DISBURSED BALANCE, SAME
      *    ARITHMETIC AS AMORT.
           MOVE PLF-ACCOUNT-NO TO PLF6-ACCOUNT-NO.
           MOVE 0 TO WS-INST-RESP.
           PERFORM 3510-PURGE-STEP-PARA
              VARYING WS-PURGE-IX FROM 1 BY 1
              UNTIL WS-PURGE-IX > 240
              OR WS-INST-RESP NOT = DFHRESP(NORMAL).
           IF PLF-LOAN-AMT1 > 0
              PERFORM 3520-NEW-SCHED-PARA
           END-IF.
       3510-PURGE-STEP-PARA.
           MOVE WS-PURGE-IX TO PLF6-INST-NO.
           EXEC CICS DELETE
              DATASET('PLF6')
              RIDFLD(PLF6-KEY)
              RESP(WS-INST-RESP)
           END-EXEC.
       3520-NEW-SCHED-PARA.
           IF PLF-INT-RATE-X NUMERIC AND PLF-INT-RATE-X > 0
              MOVE PLF-INT-RATE-X TO WS-EFF-RATE
           ELSE
              MOVE PLF-INTEREST TO WS-EFF-RATE
           END-IF.
           MOVE DSC-REPAY-START-N TO WS-RS-DATE-N.
           MOVE PLF-EXPIRY-DATE TO WS-NX-WORK.
           COMPUTE WS-MONTHS =
                 (WS-NX-YYYY - WS-RS-YYYY) * 12
                 + (WS-NX-MM - WS-RS-MM).
           IF WS-MONTHS < 1
              MOVE 1 TO WS-MONTHS
           END-IF.
           COMPUTE WS-TOT-INTEREST ROUNDED =
                 (PLF-LOAN-AMT1 * WS-EFF-RATE * WS-MONTHS) / 1200.
           COMPUTE WS-MONTHLY-PRIN ROUNDED =
                 PLF-LOAN-AMT1 / WS-MONTHS.
           COMPUTE WS-MONTHLY-INT ROUNDED =
                 WS-TOT-INTEREST / WS-MONTHS.
           MOVE PLF-LOAN-AMT1 TO WS-BALANCE.
           MOVE WS-RS-MM TO WS-NXT-MM.
           MOVE WS-RS-YYYY TO WS-NXT-YYYY.
           PERFORM 3530-SCHED-WRT-PARA
              VARYING WS-MONTH-NO FROM 1 BY 1
              UNTIL WS-MONTH-NO > WS-MONTHS.
       3530-SCHED-WRT-PARA.
      *    THE LAST EMI TAKES WHATEVER PRINCIPAL THE ROUNDING LEFT.
           IF WS-MONTH-NO = WS-MONTHS
              MOVE WS-BALANCE TO WS-MONTHLY-PRIN
           END-IF.
           SUBTRACT WS-MONTHLY-PRIN FROM WS-BALANCE.
           COMPUTE WS-EMI = WS-MONTHLY-PRIN + WS-MONTHLY-INT.
           ADD 1 TO WS-NXT-MM.
           IF WS-NXT-MM > 12
              MOVE 1 TO WS-NXT-MM
              ADD 1 TO WS-NXT-YYYY
           END-IF.
           MOVE PLF-ACCOUNT-NO TO PLF6-ACCOUNT-NO.
           MOVE WS-MONTH-NO TO PLF6-INST-NO.
           MOVE SPACES TO PLF6-DUE-DATE.
           MOVE WS-NXT-MM   TO PLF6-DUE-DATE(1:2).
           MOVE "/"         TO PLF6-DUE-DATE(3:1).
           MOVE WS-RS-DD    TO PLF6-DUE-DATE(4:2).
           MOVE "/"         TO PLF6-DUE-DATE(6:1).
           MOVE WS-NXT-YYYY TO PLF6-DUE-DATE(7:4).
           COMPUTE PLF6-DUE-DATE-N =
                 WS-NXT-YYYY * 10000 + WS-NXT-MM * 100 + WS-RS-DD.
           MOVE WS-EMI TO PLF6-EMI.
           MOVE WS-MONTHLY-PRIN TO PLF6-PRIN-PART.
           MOVE WS-MONTHLY-INT TO PLF6-INT-PART.
           MOVE 0 TO PLF6-PAID-AMT.
           MOVE 'O' TO PLF6-STATUS.
           MOVE 60 TO WS-INST-LEN.
           EXEC CICS WRITE
              DATASET('PLF6')
              FROM(WS-INST-REC)
              LENGTH(WS-INST-LEN)
              RIDFLD(PLF6-KEY)
           END-EXEC.
       3600-REFUND-PARA.
      *    FEES THE COLLEGE HANDS BACK FOR THE UNFINISHED COURSE
      *    COME STRAIGHT OFF THE LOAN AS A CREDIT. WHILE REPAYMENT
      *    HAS NOT STARTED THE EMIS ARE REDRAWN ON THE LOWER
      *    BALANCE; AFTER THAT THE CREDIT WORKS LIKE A PREPAYMENT.
           IF NOT CA-ROLE-SUPER
              MOVE 'DISCONTINUATION IS SUPERVISOR ONLY..' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           IF DSRAI NOT NUMERIC OR DSRAI = 0
              MOVE 'KEY THE COLLEGE REFUND AMOUNT' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           MOVE PLF-ACCOUNT-NO TO DSC-ACCOUNT-NO.
           MOVE 85 TO WS-DSC-LEN.
           EXEC CICS READ
              DATASET('DISCONT')
              INTO(WS-DSC-REC)
              LENGTH(WS-DSC-LEN)
              RIDFLD(DSC-ACCOUNT-NO)
              UPDATE
              RESP(WS-DSC-RESP)
           END-EXEC.
           IF WS-DSC-RESP NOT = DFHRESP(NORMAL)
              MOVE 'NOT DISCONTINUED - PF5 FIRST' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           MOVE 200 TO WS-LEN.
           EXEC CICS READ
              DATASET('PLF3')
              INTO(WS-CUST-ACC-REC)
              LENGTH(WS-LEN)
              RIDFLD(PLF-ACCOUNT-NO)
              UPDATE
           END-EXEC.
           MOVE WS-CUST-ACC-REC TO WS-JRN-BEF3.
           IF PLF-ACCT-DEAD
              EXEC CICS UNLOCK
                 DATASET('PLF3')
              END-EXEC
              EXEC CICS UNLOCK
                 DATASET('DISCONT')
              END-EXEC
              MOVE 'ACCOUNT IS SETTLED - NO CREDIT POSSIBLE' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           IF DSRAI > PLF-LOAN-AMT1
              EXEC CICS UNLOCK
                 DATASET('PLF3')
              END-EXEC
              EXEC CICS UNLOCK
                 DATASET('DISCONT')
              END-EXEC
              MOVE 'REFUND EXCEEDS THE OUTSTANDING BALANCE' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           SUBTRACT DSRAI FROM PLF-LOAN-AMT1.
           MOVE CA-OPERATOR-ID TO PLF-LAST-OP.
           MOVE 200 TO WS-LEN.
           EXEC CICS REWRITE
              DATASET('PLF3')
              FROM(WS-CUST-ACC-REC)
              LENGTH(WS-LEN)
           END-EXEC.
           MOVE 'PLF3' TO JRN-FILE-ID.
           MOVE 'R' TO JRN-ACTION.
           MOVE PLF-ACCOUNT-NO TO JRN-KEY.
           MOVE WS-JRN-BEF3 TO JRN-BEFORE.
           MOVE WS-CUST-ACC-REC TO JRN-AFTER.
           PERFORM 9400-JOURNAL-PARA.
           MOVE 'K' TO PLF5-TXN-TYPE.
           MOVE DSRAI TO PLF5-TXN-AMOUNT.
           MOVE PLF-LOAN-AMT1 TO PLF5-BALANCE-AFTER.
           MOVE 0 TO PLF5-RCPT-NO.
           PERFORM 9200-LEDGER-PARA.
           ADD DSRAI TO DSC-REFUND-AMT.
           MOVE WS-TODAY-N TO DSC-REFUND-DATE-N.
           MOVE 85 TO WS-DSC-LEN.
           EXEC CICS REWRITE
              DATASET('DISCONT')
              FROM(WS-DSC-REC)
              LENGTH(WS-DSC-LEN)
           END-EXEC.
           MOVE 'DSCNT' TO AUD-FILE-ID.
           MOVE 'K' TO AUD-ACTION.
           PERFORM 9000-AUDIT-PARA.
           IF WS-TODAY-N < DSC-REPAY-START-N
              PERFORM 3500-RESCHEDULE-PARA
              MOVE 'REFUND CREDITED - EMIS REDRAWN' TO MSGO
           ELSE
              MOVE 'REFUND CREDITED - REPAYMENT UNDER WAY' TO MSGO
           END-IF.
           MOVE PLF-CUST1-NO TO PLF-CUST-NO.
           MOVE 148 TO WS-CUS-LEN.
           EXEC CICS READ
              DATASET('PLF01')
              INTO(WS-CUST-REC)
              LENGTH(WS-CUS-LEN)
              RIDFLD(PLF-CUST-NO)
           END-EXEC.
           MOVE 0 TO WS-PEND-AMT.
           PERFORM 3150-SHOW-PARA.
           MOVE DSC-REPAY-START-N TO DSRSO.
           MOVE DSC-REFUND-AMT TO DSRFO.
           PERFORM 1000-SEND-PARA.
       0001-MF-PARA.
           MOVE 'MAP FAIL ERROR' TO MSGO.
           PERFORM 1000-SEND-PARA.
       0003-GERR-PARA.
           MOVE 'SOME ERROR.........' TO MSGO.
           PERFORM 1000-SEND-PARA.
       0004-NF-PARA.
           MOVE 'ACCOUNT NOT FOUND.......' TO MSGO.
           PERFORM 1000-SEND-PARA.
       3900-EXIT-PARA.
           EXEC CICS SEND
                MAP('DSC1')
                MAPSET('PMAP048')
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.
       9000-AUDIT-PARA.
           MOVE FUNCTION CURRENT-DATE(5:2) TO AUD-TIMESTAMP(1:2).
           MOVE "/"                        TO AUD-TIMESTAMP(3:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO AUD-TIMESTAMP(4:2).
           MOVE "/"                        TO AUD-TIMESTAMP(6:1).
           MOVE FUNCTION CURRENT-DATE(1:4) TO AUD-TIMESTAMP(7:4).
           MOVE EIBTIME TO AUD-TIME.
           MOVE CA-OPERATOR-ID TO AUD-OPERATOR.
           MOVE PLF-ACCOUNT-NO TO AUD-ACCOUNT-NO.
           EXEC CICS WRITEQ TD
              QUEUE('AUDLOG')
              FROM(WS-AUD-REC)
              LENGTH(WS-AUD-LEN)
           END-EXEC.
       9100-NOTIFY-PARA.
      *    THE CUSTOMER AND THE GUARANTOR BOTH HEAR THAT THE COURSE
      *    IS OVER AND REPAYMENT IS COMING FORWARD.
           MOVE 'D' TO NOTIF-EVENT.
           MOVE PLF-LOAN-AMT1  TO NOTIF-LOAN-AMT.
           MOVE PLF-ACCOUNT-NO TO NOTIF-ACCOUNT-NO.
           MOVE PLF-CUST-NAME  TO NOTIF-CUST-NAME.
           MOVE PLF-CUST-PHONE TO NOTIF-PHONE.
           EXEC CICS WRITEQ TD
              QUEUE('NOTIFQ')
              FROM(WS-NOTIF-REC)
              LENGTH(WS-NOTIF-LEN)
           END-EXEC.
           MOVE PLF-ACCOUNT-NO TO GR-ACCOUNT-NO.
           MOVE 75 TO WS-GUAR-LEN.
           EXEC CICS READ
              DATASET('PLF4')
              INTO(WS-GUAR-REC)
              LENGTH(WS-GUAR-LEN)
              RIDFLD(GR-ACCOUNT-NO)
              RESP(WS-GUAR-RESP)
           END-EXEC.
           IF WS-GUAR-RESP = DFHRESP(NORMAL)
              MOVE GR-NAME  TO NOTIF-CUST-NAME
              MOVE GR-PHONE TO NOTIF-PHONE
              EXEC CICS WRITEQ TD
                 QUEUE('NOTIFQ')
                 FROM(WS-NOTIF-REC)
                 LENGTH(WS-NOTIF-LEN)
              END-EXEC
           END-IF.
       9200-LEDGER-PARA.
           MOVE PLF-ACCOUNT-NO TO PLF5-ACCOUNT-NO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PLF5-TXN-DATE-N.
           MOVE EIBTIME TO PLF5-TXN-TIME.
           MOVE FUNCTION CURRENT-DATE(5:2) TO PLF5-TXN-DATE(1:2).
           MOVE "/"                        TO PLF5-TXN-DATE(3:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO PLF5-TXN-DATE(4:2).
           MOVE "/"                        TO PLF5-TXN-DATE(6:1).
           MOVE FUNCTION CURRENT-DATE(1:4) TO PLF5-TXN-DATE(7:4).
           MOVE CA-OPERATOR-ID TO PLF5-OPERATOR.
           EXEC CICS WRITE
              DATASET('PLF5')
              FROM(WS-LDG-REC)
              LENGTH(WS-LDG-LEN)
              RIDFLD(PLF5-KEY)
           END-EXEC.
       9400-JOURNAL-PARA.
           MOVE FUNCTION CURRENT-DATE(5:2) TO JRN-TIMESTAMP(1:2).
           MOVE "/"                        TO JRN-TIMESTAMP(3:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO JRN-TIMESTAMP(4:2).
           MOVE "/"                        TO JRN-TIMESTAMP(6:1).
           MOVE FUNCTION CURRENT-DATE(1:4) TO JRN-TIMESTAMP(7:4).
           MOVE FUNCTION CURRENT-DATE(1:8) TO JRN-DATE-N.
           MOVE EIBTIME TO JRN-TIME.
           MOVE CA-OPERATOR-ID TO JRN-OPERATOR.
           EXEC CICS WRITEQ TD
              QUEUE('JRNLOG')
              FROM(WS-JRN-REC)
              LENGTH(WS-JRN-LEN)
           END-EXEC.
