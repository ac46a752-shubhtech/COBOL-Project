              COPY DFHAID.
              COPY CPCOMM.
       77 WS-RCPT-LEN     PIC S9(04) COMP VALUE 51.
       01 WS-RCX-REC.
              COPY RCXREC.
       77 WS-RCX-LEN      PIC S9(04) COMP VALUE 27.
       01 WS-AUD-REC.
              COPY AUDREC.
       77 WS-AUD-LEN      PIC S9(04) COMP VALUE 37.
       3150-CASH-SCAN-PARA.
      *    TODAY'S CASH TAKINGS FOR THIS TELLER COME OFF THE RECEIPT
      *    FILE - RECEIPTS CARRY THE MODE, THE OPERATOR AND THE DATE,
      *    AND REVERSED RECEIPTS DROP OUT. THE TELLER'S DAY IS ONE KEY
      *    RANGE ON THE OPERATOR PATH OF RCPTIX, AND EACH RECEIPT IN
      *    IT IS READ FROM RCPTF BY NUMBER.
           MOVE 0 TO WS-CASH-TOT.
           MOVE 'N' TO WS-SCAN-DONE.
           MOVE 'N' TO WS-BR-OPEN.
           MOVE 'O' TO RCX-PATH.
           MOVE CA-OPERATOR-ID TO RCX-OWNER.
           MOVE WS-TODAY-N TO RCX-DATE-N.
           MOVE 0 TO RCX-RCPT-NO.
           EXEC CICS STARTBR
              DATASET('RCPTIX')
              RIDFLD(RCX-KEY)
              GTEQ
              RESP(WS-TBAL-RESP)
           END-EXEC.
           IF WS-TBAL-RESP = DFHRESP(NORMAL)
           PERFORM 3160-CASH-STEP-PARA UNTIL WS-SCAN-DONE = 'Y'.
           IF WS-BR-OPEN = 'Y'
              EXEC CICS ENDBR
                 DATASET('RCPTIX')
              END-EXEC
           END-IF.
       3160-CASH-STEP-PARA.
           MOVE 27 TO WS-RCX-LEN.
           EXEC CICS READNEXT
              DATASET('RCPTIX')
              INTO(WS-RCX-REC)
              LENGTH(WS-RCX-LEN)
              RIDFLD(RCX-KEY)
              RESP(WS-TBAL-RESP)
           END-EXEC.
           IF WS-TBAL-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-SCAN-DONE
           ELSE IF NOT RCX-BY-OPERATOR
              OR RCX-OWNER NOT = CA-OPERATOR-ID
              OR RCX-DATE-N NOT = WS-TODAY-N
              MOVE 'Y' TO WS-SCAN-DONE
           ELSE
              MOVE RCX-RCPT-NO TO WS-RCPT-KEY
              MOVE 51 TO WS-RCPT-LEN
              EXEC CICS READ
                 DATASET('RCPTF')
                 INTO(WS-RCPT-REC)
                 LENGTH(WS-RCPT-LEN)
                 RIDFLD(WS-RCPT-KEY)
                 RESP(WS-TBAL-RESP)
              END-EXEC
              IF WS-TBAL-RESP = DFHRESP(NORMAL)
                 AND RCPT-MODE-CASH
                 AND RCPT-ACTIVE
                 ADD RCPT-AMOUNT TO WS-CASH-TOT
              END-IF
           END-IF
           END-IF.
       3200-BALANCE-PARA.
           IF TDCI NOT NUMERIC
