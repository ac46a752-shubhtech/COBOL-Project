       77 WS-RFD-LEN      PIC S9(04) COMP VALUE 53.
       01 WS-PND-REC.
              COPY PNDREC.
       77 WS-PND-LEN      PIC S9(04) COMP VALUE 49.
       77 WS-PND-RESP     PIC S9(08) COMP.
       01 WS-AUD-REC.
              COPY AUDREC.
           END-IF.
           IF EIBCALEN = 0 OR CA-MODE-XCTL
              MOVE LOW-VALUES TO RFD1I, RFD1O
      *       HANDED AN ITEM BY THE WORK QUEUE - START ON IT.
              IF CA-FROM-WORKQ
                 MOVE CA-WQ-REF(1:8) TO RVNOO
                 MOVE SPACE TO CA-WQ-SW
              END-IF
              PERFORM 1000-SEND-PARA
           ELSE
              PERFORM 2000-RECEIVE-PARA
              LENGTH(WS-RFD-LEN)
              RIDFLD(RFD-NO)
           END-EXEC.
           IF RFD-DEAF
              MOVE 'VOUCHER WENT TO DEAF - USE CLAIM-BACK' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           IF NOT RFD-PENDING
              MOVE 'VOUCHER IS NOT PENDING..' TO MSGO
              PERFORM 1000-SEND-PARA
           MOVE 'Q' TO PND-STATUS.
           MOVE SPACES TO PND-CHECKER.
           MOVE 0 TO PND-QUOTE-NO.
           MOVE 0 TO PND-ROUTE-LEVEL.
           MOVE 49 TO WS-PND-LEN.
           EXEC CICS WRITE
              DATASET('APPQUE')
              FROM(WS-PND-REC)
