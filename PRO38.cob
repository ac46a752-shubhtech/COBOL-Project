       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEAFCB.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-DFR-REC.
              COPY DFRREC.
              COPY PMAP047.
              COPY DFHAID.
              COPY CPCOMM.
       77 WS-DFR-LEN      PIC S9(04) COMP VALUE 73.
       77 WS-DFR-RESP     PIC S9(08) COMP.
       01 WS-RFD-REC.
              COPY RFDREC.
       77 WS-RFD-LEN      PIC S9(04) COMP VALUE 53.
       01 WS-SUS-REC.
              COPY ICRREC.
       77 WS-SUS-LEN      PIC S9(04) COMP VALUE 88.
       77 WS-SUS-RESP     PIC S9(08) COMP.
       01 WS-RCC-REC.
           05 RCC-KEY         PIC X(08).
           05 RCC-LAST-NO     PIC 9(08).
       77 WS-RCC-LEN      PIC S9(04) COMP VALUE 16.
       01 WS-AUD-REC.
              COPY AUDREC.
       77 WS-AUD-LEN      PIC S9(04) COMP VALUE 37.
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
              MOVE LOW-VALUES TO DFB1I, DFB1O
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
                MAP('DFB1')
                MAPSET('PMAP047')
                ERASE
           END-EXEC.
           MOVE 'C' TO CA-MODE.
           MOVE LENGTH OF WS-COMMAREA TO WS-LEN.
           EXEC CICS RETURN
                TRANSID('P048')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-LEN)
           END-EXEC.
       2000-RECEIVE-PARA.
           EXEC CICS RECEIVE
                MAP('DFB1')
                MAPSET('PMAP047')
           END-EXEC.
       3000-KEY-CHECK-PARA.
           IF EIBAID = DFHPF2
              PERFORM 3100-FETCH-PARA
           ELSE IF EIBAID = DFHPF5
              PERFORM 3200-CLAIM-PARA
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
       3050-DFR-KEY-PARA.
      *    A REFUND IS KNOWN BY ITS VOUCHER NUMBER, A SUSPENSE CREDIT
      *    BY THE HUB'S UTR - EACH SITS IN THE REFERENCE AS KEYED.
           IF DFTYI NOT = 'R' AND DFTYI NOT = 'C'
              MOVE 'SOURCE IS R (REFUND) OR C (CREDIT)' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           MOVE DFTYI TO DFR-SRC-TYPE.
           MOVE DFRFI TO DFR-SRC-REF.
       3060-DFR-SHOW-PARA.
           MOVE DFR-ACCOUNT-NO TO DFACO.
           MOVE DFR-AMOUNT TO DFAMO.
           MOVE DFR-ORIG-DATE-N TO DFODO.
           MOVE DFR-XFER-DATE-N TO DFXDO.
           MOVE DFR-STATUS TO DFSTO.
           MOVE DFR-CLAIM-RFD-NO TO DFCVO.
       3100-FETCH-PARA.
           PERFORM 3050-DFR-KEY-PARA.
           MOVE 73 TO WS-DFR-LEN.
           EXEC CICS READ
              DATASET('DEAFREG')
              INTO(WS-DFR-REC)
              LENGTH(WS-DFR-LEN)
              RIDFLD(DFR-KEY)
           END-EXEC.
           PERFORM 3060-DFR-SHOW-PARA.
           IF DFR-CLAIMED
              MOVE 'ALREADY CLAIMED BACK FROM THE FUND' TO MSGO
           ELSE
              MOVE 'PF5 CLAIMS THE CREDIT BACK FROM THE FUND' TO MSGO
           END-IF.
           PERFORM 1000-SEND-PARA.
       3200-CLAIM-PARA.
      *    THE BANK PAYS THE CUSTOMER AND RECLAIMS FROM THE FUND, SO A
      *    CLAIM-BACK PUTS THE CREDIT BACK WHERE THE NORMAL PAY-OUT
      *    PATH CAN REACH IT: A REFUND GETS A FRESH PENDING VOUCHER
      *    FOR RFNDV/APPRVQ TO RELEASE, A SUSPENSE CREDIT GOES BACK
      *    TO PARKED FOR SUSFIX TO APPLY OR RETURN. NEITHER PAYS
      *    ANYTHING BY ITSELF.
           IF NOT CA-ROLE-SUPER
              MOVE 'DEAF CLAIM-BACK IS SUPERVISOR ONLY..' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           PERFORM 3050-DFR-KEY-PARA.
           MOVE 73 TO WS-DFR-LEN.
           EXEC CICS READ
              DATASET('DEAFREG')
              INTO(WS-DFR-REC)
              LENGTH(WS-DFR-LEN)
              RIDFLD(DFR-KEY)
              UPDATE
           END-EXEC.
           IF NOT DFR-TRANSFERRED
              EXEC CICS UNLOCK
                 DATASET('DEAFREG')
              END-EXEC
              PERFORM 3060-DFR-SHOW-PARA
              MOVE 'ALREADY CLAIMED BACK FROM THE FUND' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           MOVE 0 TO DFR-CLAIM-RFD-NO.
           IF DFR-SRC-REFUND
              PERFORM 3300-VOUCHER-PARA
           ELSE
              PERFORM 3400-REPARK-PARA
           END-IF.
           MOVE 'C' TO DFR-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DFR-CLAIM-DATE-N.
           MOVE CA-OPERATOR-ID TO DFR-CLAIM-BY.
           MOVE 73 TO WS-DFR-LEN.
           EXEC CICS REWRITE
              DATASET('DEAFREG')
              FROM(WS-DFR-REC)
              LENGTH(WS-DFR-LEN)
           END-EXEC.
           MOVE 'DEAFR' TO AUD-FILE-ID.
           MOVE 'C' TO AUD-ACTION.
           PERFORM 9000-AUDIT-PARA.
           PERFORM 3060-DFR-SHOW-PARA.
           IF DFR-SRC-REFUND
              MOVE 'CLAIMED - RELEASE NEW VOUCHER VIA RFNDV' TO MSGO
           ELSE
              MOVE 'CLAIMED - CREDIT RE-PARKED FOR SUSFIX' TO MSGO
           END-IF.
           PERFORM 1000-SEND-PARA.
       3300-VOUCHER-PARA.
      *    THE VOUCHER NUMBER COMES GAP-FREE FROM THE LASTRFND
      *    CONTROL RECORD, THE SAME WAY APPRVQ RAISES ONE.
           MOVE 'LASTRFND' TO RCC-KEY.
           MOVE 16 TO WS-RCC-LEN.
           EXEC CICS READ
              DATASET('RCPCTL')
              INTO(WS-RCC-REC)
              LENGTH(WS-RCC-LEN)
              RIDFLD(RCC-KEY)
              UPDATE
           END-EXEC.
           ADD 1 TO RCC-LAST-NO.
           MOVE 16 TO WS-RCC-LEN.
           EXEC CICS REWRITE
              DATASET('RCPCTL')
              FROM(WS-RCC-REC)
              LENGTH(WS-RCC-LEN)
           END-EXEC.
           MOVE RCC-LAST-NO TO RFD-NO.
           MOVE DFR-ACCOUNT-NO TO RFD-ACCOUNT-NO.
           MOVE DFR-AMOUNT TO RFD-AMOUNT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RFD-RAISE-DATE-N.
           MOVE 'P' TO RFD-STATUS.
           MOVE CA-OPERATOR-ID TO RFD-MAKER.
           MOVE SPACES TO RFD-CHECKER.
           MOVE 0 TO RFD-PAID-DATE-N.
           MOVE 53 TO WS-RFD-LEN.
           EXEC CICS WRITE
              DATASET('REFUNDF')
              FROM(WS-RFD-REC)
              LENGTH(WS-RFD-LEN)
              RIDFLD(RFD-NO)
           END-EXEC.
           MOVE RFD-NO TO DFR-CLAIM-RFD-NO.
           MOVE 'RFUND' TO AUD-FILE-ID.
           MOVE 'W' TO AUD-ACTION.
           PERFORM 9000-AUDIT-PARA.
       3400-REPARK-PARA.
           MOVE DFR-SRC-REF TO ICR-UTR-REF.
           MOVE 88 TO WS-SUS-LEN.
           EXEC CICS READ
              DATASET('ICRSUS')
              INTO(WS-SUS-REC)
              LENGTH(WS-SUS-LEN)
              RIDFLD(ICR-UTR-REF)
              UPDATE
              RESP(WS-SUS-RESP)
           END-EXEC.
           IF WS-SUS-RESP NOT = DFHRESP(NORMAL)
              EXEC CICS UNLOCK
                 DATASET('DEAFREG')
              END-EXEC
              MOVE 'SUSPENSE ITEM NOT ON ICRSUS..' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           IF NOT ICR-DEAF
              EXEC CICS UNLOCK
                 DATASET('ICRSUS')
              END-EXEC
              EXEC CICS UNLOCK
                 DATASET('DEAFREG')
              END-EXEC
              MOVE 'SUSPENSE ITEM IS NOT WITH THE FUND..' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           MOVE 'P' TO ICR-STATUS.
           MOVE 88 TO WS-SUS-LEN.
           EXEC CICS REWRITE
              DATASET('ICRSUS')
              FROM(WS-SUS-REC)
              LENGTH(WS-SUS-LEN)
           END-EXEC.
       0001-MF-PARA.
           MOVE 'MAP FAIL ERROR' TO MSGO.
           PERFORM 1000-SEND-PARA.
       0003-GERR-PARA.
           MOVE 'SOME ERROR.........' TO MSGO.
           PERFORM 1000-SEND-PARA.
       0004-NF-PARA.
           MOVE 'NOTHING TRANSFERRED UNDER THAT REFERENCE' TO MSGO.
           PERFORM 1000-SEND-PARA.
       3900-EXIT-PARA.
           EXEC CICS SEND
                MAP('DFB1')
                MAPSET('PMAP047')
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
           MOVE DFR-ACCOUNT-NO TO AUD-ACCOUNT-NO.
           EXEC CICS WRITEQ TD
              QUEUE('AUDLOG')
              FROM(WS-AUD-REC)
              LENGTH(WS-AUD-LEN)
           END-EXEC.
