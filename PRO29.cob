       01 WS-RCPT-REC.
              COPY RCPTREC.
       77 WS-RCPT-LEN     PIC S9(04) COMP VALUE 51.
       01 WS-RCX-REC.
              COPY RCXREC.
       77 WS-RCX-LEN      PIC S9(04) COMP VALUE 27.
       77 WS-RCX-RESP     PIC S9(08) COMP.
       01 WS-VDT-REC.
              COPY VDTREC.
       77 WS-VDT-LEN      PIC S9(04) COMP VALUE 88.
       77 WS-VDT-RESP     PIC S9(08) COMP.
       77 WS-VDT-TODAY    PIC 9(08) VALUE 0.
       01 WS-RCC-REC.
           05 RCC-KEY         PIC X(08).
           05 RCC-LAST-NO     PIC 9(08).
              COPY FRZREC.
       77 WS-FRZ-LEN      PIC S9(04) COMP VALUE 25.
       77 WS-FRZ-RESP     PIC S9(08) COMP.
       01 WS-STF-REC.
              COPY STFREC.
       77 WS-STF-LEN      PIC S9(04) COMP VALUE 30.
       77 WS-STF-RESP     PIC S9(08) COMP.
       01 WS-JRN-REC.
              COPY JRNREC.
       77 WS-JRN-LEN      PIC S9(04) COMP VALUE 445.
           END-IF.
           IF EIBCALEN = 0 OR CA-MODE-XCTL
              MOVE LOW-VALUES TO SUS1I, SUS1O
      *       HANDED AN ITEM BY THE WORK QUEUE - START ON IT.
              IF CA-FROM-WORKQ
                 MOVE CA-WQ-REF TO SUTRO
                 MOVE SPACE TO CA-WQ-SW
              END-IF
              PERFORM 1000-SEND-PARA
           ELSE
              PERFORM 2000-RECEIVE-PARA
              MOVE 'ACCOUNT IS FROZEN - NOTHING POSTED' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
      *    NOBODY RE-POINTS A CREDIT ONTO THEIR OWN OR A DECLARED
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
              EXEC CICS UNLOCK
                 DATASET('PLF3')
              END-EXEC
              EXEC CICS UNLOCK
                 DATASET('ICRSUS')
              END-EXEC
              MOVE 'STFLK' TO AUD-FILE-ID
              MOVE 'B' TO AUD-ACTION
              PERFORM 9000-AUDIT-PARA
              MOVE 'OWN OR RELATIVE ACCOUNT - NOT PERMITTED' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           IF PLF-INT-COLLECTED NOT NUMERIC
              MOVE 0 TO PLF-INT-COLLECTED
           END-IF.
           PERFORM 9400-JOURNAL-PARA.
           PERFORM 3500-INST-APPLY-PARA.
           PERFORM 3400-RECEIPT-PARA.
           PERFORM 3450-VALUE-DATE-PARA.
           MOVE 'P' TO PLF5-TXN-TYPE.
           MOVE ICR-AMOUNT TO PLF5-TXN-AMOUNT.
           MOVE PLF-LOAN-AMT1 TO PLF5-BALANCE-AFTER.
              LENGTH(WS-RCPT-LEN)
              RIDFLD(RCPT-NO)
           END-EXEC.
           PERFORM 9500-RCPT-INDEX-PARA.
       3450-VALUE-DATE-PARA.
      *    THE MONEY WAS THE BANK'S FROM THE HUB VALUE DATE, NOT FROM
      *    THE DAY THE ITEM WAS RE-POINTED - REGISTER IT ON VALDTF SO
      *    THE NIGHTLY VALADJ RUN GIVES BACK THE INTEREST CHARGED IN
      *    BETWEEN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-VDT-TODAY.
           IF ICR-VALUE-DATE-N NUMERIC
              AND ICR-VALUE-DATE-N > 0
              AND ICR-VALUE-DATE-N < WS-VDT-TODAY
              MOVE RCPT-NO TO VDT-RCPT-NO
              MOVE PLF-ACCOUNT-NO TO VDT-ACCOUNT-NO
              MOVE ICR-VALUE-DATE-N TO VDT-VALUE-DATE-N
              MOVE WS-VDT-TODAY TO VDT-POST-DATE-N
              MOVE ICR-AMOUNT TO VDT-AMOUNT
              MOVE WS-INT-PART TO VDT-INT-PART
              MOVE WS-PRIN-PART TO VDT-PRIN-PART
              MOVE 'SUSFX' TO VDT-SOURCE
              MOVE 'P' TO VDT-STATUS
              MOVE 0 TO VDT-ADJ-INT
              MOVE 0 TO VDT-ADJ-PENAL
              MOVE 0 TO VDT-ADJ-DATE-N
              MOVE 88 TO WS-VDT-LEN
              EXEC CICS WRITE
                 DATASET('VALDTF')
                 FROM(WS-VDT-REC)
                 LENGTH(WS-VDT-LEN)
                 RIDFLD(VDT-RCPT-NO)
                 RESP(WS-VDT-RESP)
              END-EXEC
           END-IF.
       3500-INST-APPLY-PARA.
           MOVE ICR-AMOUNT TO WS-APPLY-REMAIN.
           MOVE 1 TO WS-INST-NO.
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
