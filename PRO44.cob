       IDENTIFICATION DIVISION.
       PROGRAM-ID. WAIVER.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-WAV-REC.
              COPY WAVREC.
              COPY PMAP053.
              COPY DFHAID.
              COPY CPCOMM.
       77 WS-WAV-LEN      PIC S9(04) COMP VALUE 89.
       77 WS-WAV-RESP     PIC S9(08) COMP.
       01 WS-CUST-ACC-REC.
              COPY PLF3REC.
       01 WS-CHG-REC.
              COPY CHGREC.
       77 WS-CHG-LEN      PIC S9(04) COMP VALUE 36.
       77 WS-CHG-RESP     PIC S9(08) COMP.
       01 WS-PND-REC.
              COPY PNDREC.
       77 WS-PND-LEN      PIC S9(04) COMP VALUE 49.
       77 WS-PND-RESP     PIC S9(08) COMP.
       01 WS-AUD-REC.
              COPY AUDREC.
       77 WS-AUD-LEN      PIC S9(04) COMP VALUE 37.
       01 WS-STF-REC.
              COPY STFREC.
       77 WS-STF-LEN      PIC S9(04) COMP VALUE 30.
       77 WS-STF-RESP     PIC S9(08) COMP.
       77 WS-OPEN-AMT     PIC 9(08) VALUE 0.
       77 WS-LEN          PIC S9(04) COMP.
       77 WS-DAT          PIC X(10).
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
              MOVE LOW-VALUES TO WAV1I, WAV1O
              PERFORM 1000-SEND-PARA
           ELSE
              PERFORM 2000-RECEIVE-PARA
              PERFORM 3000-KEY-CHECK-PARA
           END-IF.
       1000-SEND-PARA.
           MOVE FUNCTION CURRENT-DATE(5:2) TO DATFI(1:2).
           MOVE "/"                        TO DATFI(3:2).
           MOVE FUNCTION CURRENT-DATE(7:2) TO DATFI(4:2).
           MOVE "/"                        TO DATFI(6:2).
           MOVE FUNCTION CURRENT-DATE(1:4) TO DATFI(7:4).
           MOVE DATFI TO WS-DAT.
           MOVE WS-DAT TO DATFO.
           EXEC CICS SEND
                MAP('WAV1')
                MAPSET('PMAP053')
                ERASE
           END-EXEC.
           MOVE 'C' TO CA-MODE.
           MOVE LENGTH OF WS-COMMAREA TO WS-LEN.
           EXEC CICS RETURN
                TRANSID('P054')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-LEN)
           END-EXEC.
       2000-RECEIVE-PARA.
           EXEC CICS RECEIVE
                MAP('WAV1')
                MAPSET('PMAP053')
           END-EXEC.
       3000-KEY-CHECK-PARA.
           IF EIBAID = DFHPF2
              PERFORM 3100-FETCH-PARA
           ELSE IF EIBAID = DFHPF5
              PERFORM 3200-REQUEST-PARA
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
           END-IF.
       3100-FETCH-PARA.
           PERFORM 3150-ACCT-READ-PARA.
           MOVE 'ENTER FEE CODE OR PENL, AMOUNT, REASON' TO MSGO.
           PERFORM 1000-SEND-PARA.
       3150-ACCT-READ-PARA.
      *    WHAT IS STILL OPEN TO WAIVE - THE BILLED-BUT-UNPAID FEES,
      *    THE PENAL LEVIED, AND THE DEMAND BOTH SIT IN.
           MOVE WVACI TO PLF-ACCOUNT-NO.
           MOVE 200 TO WS-LEN.
           EXEC CICS READ
              DATASET('PLF3')
              INTO(WS-CUST-ACC-REC)
              LENGTH(WS-LEN)
              RIDFLD(PLF-ACCOUNT-NO)
           END-EXEC.
      *    NOBODY ASKS FOR A WAIVER ON THEIR OWN OR A DECLARED
      *    RELATIVE'S LOAN - THE REFUSAL GOES TO AUDLOG.
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
              MOVE 'OWN OR RELATIVE ACCOUNT - NOT PERMITTED' TO MSGO
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
           MOVE PLF-FEE-OPEN TO WVFOO.
           MOVE PLF-PENAL-AMOUNT TO WVPNO.
           MOVE PLF-DUE-AMOUNT TO WVDUO.
       3200-REQUEST-PARA.
      *    ANY BRANCH OPERATOR MAY ASK FOR A WAIVER; NOTHING COMES OFF
      *    THE DEMAND UNTIL A SECOND OPERATOR PASSES IT ON APPRVQ.
           IF CA-ROLE-INQUIRY
              MOVE 'INQUIRY OPERATORS CANNOT RAISE WAIVERS..' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           PERFORM 3150-ACCT-READ-PARA.
           IF PLF-ACCT-DEAD
              MOVE 'ACCOUNT IS NOT LIVE - NOTHING TO WAIVE' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           IF WVAMI NOT NUMERIC OR WVAMI = 0
              MOVE 'ENTER THE AMOUNT TO WAIVE..' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           IF WVRSI = SPACES OR WVRSI = LOW-VALUES
              MOVE 'A WAIVER NEEDS A REASON..' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           MOVE WVCDI TO WAV-COMPONENT.
           IF WAV-PENAL
              MOVE PLF-PENAL-AMOUNT TO WS-OPEN-AMT
           ELSE
              PERFORM 3250-CHG-CHECK-PARA
              MOVE PLF-FEE-OPEN TO WS-OPEN-AMT
           END-IF.
      *    NOTHING CAN BE WAIVED THAT IS NOT STILL SITTING IN THE
      *    DEMAND - A CHARGE ALREADY COLLECTED GOES BACK AS A REFUND.
           IF WS-OPEN-AMT > PLF-DUE-AMOUNT
              MOVE PLF-DUE-AMOUNT TO WS-OPEN-AMT
           END-IF.
           IF WVAMI > WS-OPEN-AMT
              MOVE 'AMOUNT IS MORE THAN IS OPEN TO WAIVE..' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
      *    THE WAIVER RECORD GOES DOWN FIRST - APPRVQ CAN ONLY ACT ON
      *    A QUEUE ITEM THAT HAS ONE - AND IS TAKEN BACK OUT IF THE
      *    QUEUE WILL NOT TAKE THE ITEM.
           PERFORM 3400-WAV-WRITE-PARA.
           PERFORM 3500-QUEUE-PARA.
           MOVE 'WAIVF' TO AUD-FILE-ID.
           MOVE 'W' TO AUD-ACTION.
           PERFORM 9000-AUDIT-PARA.
           MOVE 'WAIVER REQUEST QUEUED FOR APPROVAL' TO MSGO.
           PERFORM 1000-SEND-PARA.
       3250-CHG-CHECK-PARA.
      *    A FEE WAIVER MUST NAME A CHARGE THE ENGINE ACTUALLY BILLS.
           MOVE WVCDI TO CHG-CODE.
           MOVE 36 TO WS-CHG-LEN.
           EXEC CICS READ
              DATASET('CHGMST')
              INTO(WS-CHG-REC)
              LENGTH(WS-CHG-LEN)
              RIDFLD(CHG-CODE)
              RESP(WS-CHG-RESP)
           END-EXEC.
           IF WS-CHG-RESP NOT = DFHRESP(NORMAL)
              MOVE 'NOT A CHARGE CODE - USE CHGMST CODE OR PENL' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
       3400-WAV-WRITE-PARA.
           MOVE PLF-ACCOUNT-NO TO WAV-ACCOUNT-NO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WAV-REQ-DATE-N.
           MOVE EIBTIME TO WAV-REQ-TIME.
           MOVE WVCDI TO WAV-COMPONENT.
           MOVE WVAMI TO WAV-AMOUNT.
           MOVE WVRSI TO WAV-REASON.
           MOVE PLF-BRANCH-CODE1 TO WAV-BRANCH.
           MOVE CA-OPERATOR-ID TO WAV-MAKER.
           MOVE SPACES TO WAV-CHECKER.
           MOVE 'Q' TO WAV-STATUS.
           MOVE 0 TO WAV-APPR-DATE-N.
           MOVE 89 TO WS-WAV-LEN.
           EXEC CICS WRITE
              DATASET('WAIVF')
              FROM(WS-WAV-REC)
              LENGTH(WS-WAV-LEN)
              RIDFLD(WAV-KEY)
              RESP(WS-WAV-RESP)
           END-EXEC.
           IF WS-WAV-RESP NOT = DFHRESP(NORMAL)
              MOVE 'WAIVER NOT RECORDED - NOTHING QUEUED' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
       3500-QUEUE-PARA.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-DAT(1:2).
           MOVE "/"                        TO WS-DAT(3:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-DAT(4:2).
           MOVE "/"                        TO WS-DAT(6:1).
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-DAT(7:4).
           MOVE PLF-ACCOUNT-NO TO PND-ACCOUNT-NO.
           MOVE 'W' TO PND-TYPE.
           MOVE WVAMI TO PND-AMOUNT.
           MOVE CA-OPERATOR-ID TO PND-MAKER.
           MOVE WS-DAT TO PND-DATE.
           MOVE 'Q' TO PND-STATUS.
           MOVE SPACES TO PND-CHECKER.
           MOVE 0 TO PND-QUOTE-NO.
           MOVE 0 TO PND-ROUTE-LEVEL.
           MOVE 49 TO WS-PND-LEN.
           EXEC CICS WRITE
              DATASET('APPQUE')
              FROM(WS-PND-REC)
              LENGTH(WS-PND-LEN)
              RIDFLD(PND-KEY)
              RESP(WS-PND-RESP)
           END-EXEC.
           IF WS-PND-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS DELETE
                 DATASET('WAIVF')
                 RIDFLD(WAV-KEY)
                 RESP(WS-WAV-RESP)
              END-EXEC
              IF WS-PND-RESP = DFHRESP(DUPREC)
                 MOVE 'A WAIVER IS ALREADY QUEUED FOR THIS ACCOUNT'
                    TO MSGO
              ELSE
                 MOVE 'QUEUE NOT UPDATED - NOTHING RECORDED' TO MSGO
              END-IF
              PERFORM 1000-SEND-PARA
           END-IF.
           MOVE 'APPQU' TO AUD-FILE-ID.
           MOVE 'Q' TO AUD-ACTION.
           PERFORM 9000-AUDIT-PARA.
       0001-MF-PARA.
           MOVE 'MAP FAIL ERROR' TO MSGO.
           PERFORM 1000-SEND-PARA.
       0003-GERR-PARA.
           MOVE 'SOME ERROR.........' TO MSGO.
           PERFORM 1000-SEND-PARA.
       0004-NF-PARA.
           MOVE 'NO RECORD FOUND.......' TO MSGO.
           PERFORM 1000-SEND-PARA.
       3900-EXIT-PARA.
           EXEC CICS SEND
                MAP('WAV1')
                MAPSET('PMAP053')
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
