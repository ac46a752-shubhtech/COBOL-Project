       77 WS-LEN          PIC S9(04) COMP.
       77 WS-DAT          PIC X(10).
       77 WS-RCPT-KEY     PIC 9(08) VALUE 0.
       01 WS-RCX-REC.
              COPY RCXREC.
       77 WS-RCX-LEN      PIC S9(04) COMP VALUE 27.
       77 WS-RCX-RESP     PIC S9(08) COMP.
       77 WS-RCX-HIT      PIC 9(08) VALUE 0.
       77 WS-SRCH-ACCT    PIC X(10).
       77 WS-SCAN-DONE    PIC X(01) VALUE 'N'.
       77 WS-BR-OPEN      PIC X(01) VALUE 'N'.
       01 WS-JRN-REC.
              COPY JRNREC.
       77 WS-JRN-LEN      PIC S9(04) COMP VALUE 445.
              COPY CHQREC.
       77 WS-CHQ-LEN      PIC S9(04) COMP VALUE 62.
       77 WS-CHQ-RESP     PIC S9(08) COMP.
       01 WS-STF-REC.
              COPY STFREC.
       77 WS-STF-LEN      PIC S9(04) COMP VALUE 30.
       77 WS-STF-RESP     PIC S9(08) COMP.
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
       LINKAGE SECTION.
       COPY CPCOMM REPLACING ==WS-COMMAREA== BY ==DFHCOMMAREA==.
       PROCEDURE DIVISION USING DFHCOMMAREA.
       3000-KEY-CHECK-PARA.
           IF EIBAID = DFHPF2
              PERFORM 3100-FETCH-PARA
           ELSE IF EIBAID = DFHPF6
              PERFORM 3700-ACCT-FIND-PARA
           ELSE IF EIBAID = DFHPF5
              IF CA-REV-FETCHED
                 PERFORM 3200-REVERSE-PARA
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       3100-FETCH-PARA.
           MOVE RVNOI TO WS-RCPT-KEY.
                 RIDFLD(PLF-ACCOUNT-NO)
                 UPDATE
              END-EXEC
      *       A LOAN SOLD TO AN ARC CANNOT TAKE A BALANCE BACK - ANY
      *       REFUND OF A RECEIPT TAKEN SINCE IS SETTLED WITH THE ARC.
              IF PLF-ACCT-SOLD
                 EXEC CICS UNLOCK
                    DATASET('PLF3')
                 END-EXEC
                 MOVE 'LOAN SOLD TO ARC - REVERSAL NOT ALLOWED' TO MSGO
                 MOVE 'N' TO CA-REV-SW
                 PERFORM 1000-SEND-PARA
              END-IF
      *       NOBODY BACKS OUT A PAYMENT ON THEIR OWN OR A DECLARED
      *       RELATIVE'S LOAN - THE REFUSAL GOES TO AUDLOG.
              MOVE PLF-CUST1-NO TO STF-CUST-NO
              MOVE CA-OPERATOR-ID TO STF-OPID
              MOVE 30 TO WS-STF-LEN
              EXEC CICS READ
                 DATASET('STFLNK')
                 INTO(WS-STF-REC)
                 LENGTH(WS-STF-LEN)
                 RIDFLD(STF-KEY)
                 RESP(WS-STF-RESP)
              END-EXEC
              IF WS-STF-RESP = DFHRESP(NORMAL)
                 EXEC CICS UNLOCK
                    DATASET('PLF3')
                 END-EXEC
                 MOVE 'STFLK' TO AUD-FILE-ID
                 MOVE 'B' TO AUD-ACTION
                 PERFORM 9000-AUDIT-PARA
                 MOVE 'OWN OR RELATIVE ACCOUNT - NOT PERMITTED' TO MSGO
                 MOVE 'N' TO CA-REV-SW
                 PERFORM 1000-SEND-PARA
              END-IF
              MOVE WS-CUST-ACC-REC TO WS-JRN-BEF3
              IF PLF-INT-COLLECTED NOT NUMERIC
                 MOVE 0 TO PLF-INT-COLLECTED
              MOVE RCPT-NO TO PLF5-RCPT-NO
              PERFORM 9200-LEDGER-PARA
              MOVE 'N' TO CA-REV-SW
      *       THE REVERSAL POSTS TODAY - A RECEIPT FROM A MONTH
      *       FINANCE HAS SINCE CLOSED IS BACKED OUT IN THE OPEN
      *       PERIOD, NOT IN THE CLOSED ONE.
              PERFORM 9150-PERIOD-PARA
              MOVE RCPT-DATE(7:4) TO WS-ID-YYYY
              MOVE RCPT-DATE(1:2) TO WS-ID-MM
              MOVE RCPT-DATE(4:2) TO WS-ID-DD
              IF WS-ITEM-DATE-N NOT > WS-CLOSED-THRU
                 MOVE 'REVERSED IN THE OPEN PERIOD - MONTH CLOSED'
                    TO MSGO
              ELSE
                 MOVE 'PAYMENT REVERSED - BALANCES RESTORED' TO MSGO
              END-IF
              PERFORM 1000-SEND-PARA
           END-IF
           END-IF
                 END-IF
              END-IF
           END-IF.
       3700-ACCT-FIND-PARA.
      *    THE COUNTER USUALLY HAS THE ACCOUNT, NOT THE RECEIPT NUMBER.
      *    THE ACCOUNT'S RECEIPTS ARE ONE KEY RANGE ON THE ACCOUNT PATH
      *    OF RCPTIX, OLDEST FIRST - THE WALK KEEPS THE LATEST ONE STILL
      *    ACTIVE AND HANDS IT TO THE ORDINARY FETCH.
           MOVE RVANI TO WS-SRCH-ACCT.
           MOVE 0 TO WS-RCX-HIT.
           MOVE 'N' TO WS-SCAN-DONE.
           MOVE 'N' TO WS-BR-OPEN.
           MOVE 'A' TO RCX-PATH.
           MOVE WS-SRCH-ACCT TO RCX-OWNER.
           MOVE 0 TO RCX-DATE-N.
           MOVE 0 TO RCX-RCPT-NO.
           EXEC CICS STARTBR
              DATASET('RCPTIX')
              RIDFLD(RCX-KEY)
              GTEQ
              RESP(WS-RCX-RESP)
           END-EXEC.
           IF WS-RCX-RESP = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-BR-OPEN
           ELSE
              MOVE 'Y' TO WS-SCAN-DONE
           END-IF.
           PERFORM 3710-ACCT-STEP-PARA UNTIL WS-SCAN-DONE = 'Y'.
           IF WS-BR-OPEN = 'Y'
              EXEC CICS ENDBR
                 DATASET('RCPTIX')
              END-EXEC
           END-IF.
           IF WS-RCX-HIT = 0
              MOVE 'N' TO CA-REV-SW
              MOVE 'NO ACTIVE RECEIPT FOR THIS ACCOUNT' TO MSGO
              PERFORM 1000-SEND-PARA
           ELSE
              MOVE WS-RCX-HIT TO RVNOI
              PERFORM 3100-FETCH-PARA
           END-IF.
       3710-ACCT-STEP-PARA.
           MOVE 27 TO WS-RCX-LEN.
           EXEC CICS READNEXT
              DATASET('RCPTIX')
              INTO(WS-RCX-REC)
              LENGTH(WS-RCX-LEN)
              RIDFLD(RCX-KEY)
              RESP(WS-RCX-RESP)
           END-EXEC.
           IF WS-RCX-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-SCAN-DONE
           ELSE IF NOT RCX-BY-ACCOUNT
              OR RCX-OWNER NOT = WS-SRCH-ACCT
              MOVE 'Y' TO WS-SCAN-DONE
           ELSE
              MOVE RCX-RCPT-NO TO WS-RCPT-KEY
              MOVE 51 TO WS-RCPT-LEN
              EXEC CICS READ
                 DATASET('RCPTF')
                 INTO(WS-RCPT-REC)
                 LENGTH(WS-RCPT-LEN)
                 RIDFLD(WS-RCPT-KEY)
                 RESP(WS-RCX-RESP)
              END-EXEC
              IF WS-RCX-RESP = DFHRESP(NORMAL)
                 AND RCPT-ACTIVE
                 MOVE RCPT-NO TO WS-RCX-HIT
              END-IF
           END-IF
           END-IF.
       0001-MF-PARA.
           MOVE 'MAP FAIL ERROR' TO MSGO.
           PERFORM 1000-SEND-PARA.
              FROM(WS-AUD-REC)
              LENGTH(WS-AUD-LEN)
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
