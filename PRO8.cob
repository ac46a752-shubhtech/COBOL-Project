       77 WS-FOUND-SW     PIC X(01) VALUE 'N'.
       77 WS-RCPT-KEY     PIC 9(08) VALUE 0.
       77 WS-SRCH-ACCT    PIC X(10).
       01 WS-RCX-REC.
              COPY RCXREC.
       77 WS-RCX-LEN      PIC S9(04) COMP VALUE 27.
       77 WS-RCX-RESP     PIC S9(08) COMP.
       77 WS-RCX-WANT     PIC 9(04) VALUE 0.
       77 WS-RCX-CNT      PIC 9(04) VALUE 0.
       77 WS-RCX-HIT      PIC 9(08) VALUE 0.
       77 WS-SCAN-DONE    PIC X(01) VALUE 'N'.
       77 WS-BR-OPEN      PIC X(01) VALUE 'N'.
       01 WS-PAGE-MSG.
           05 FILLER          PIC X(08) VALUE 'RECEIPT '.
           05 WS-PM-POS       PIC 9(04).
           05 FILLER          PIC X(04) VALUE ' OF '.
           05 WS-PM-CNT       PIC 9(04).
           05 FILLER          PIC X(25)
                              VALUE ' - PF7/PF8 PAGE PF9 PRINT'.
       77 WS-SPOOL-TOKEN  PIC X(08).
       01 WS-RCP-LINE1.
           05 FILLER          PIC X(13) VALUE 'RECEIPT NO. :'.
           EXEC CICS HANDLE CONDITION
                MAPFAIL(0001-MF-PARA)
                NOTFND(0004-NF-PARA)
                ERROR(0003-GERR-PARA)
           END-EXEC.
           IF EIBCALEN > 0
           END-IF.
           IF EIBCALEN = 0 OR CA-MODE-XCTL
              MOVE LOW-VALUES TO RCP1I, RCP1O
              MOVE SPACES TO CA-RCX-ACCT
              MOVE 0 TO CA-RCX-POS
              PERFORM 1000-SEND-PARA
           ELSE
              PERFORM 2000-RECEIVE-PARA
           IF EIBAID = DFHPF2
              PERFORM 3100-FETCH-PARA
           ELSE IF EIBAID = DFHPF6
              MOVE RACI TO CA-RCX-ACCT
              MOVE 9999 TO WS-RCX-WANT
              PERFORM 3800-SEARCH-PARA
      *    PF7 AT THE OLDEST AND PF8 AT THE LATEST RECEIPT SIMPLY
      *    SHOW THE SAME ONE AGAIN.
           ELSE IF EIBAID = DFHPF7
              IF CA-RCX-ACCT = SPACES OR CA-RCX-POS = 0
                 MOVE 'FIND BY ACCOUNT FIRST (PF6)' TO MSGO
                 PERFORM 1000-SEND-PARA
              ELSE
                 IF CA-RCX-POS > 1
                    COMPUTE WS-RCX-WANT = CA-RCX-POS - 1
                 ELSE
                    MOVE 1 TO WS-RCX-WANT
                 END-IF
                 PERFORM 3800-SEARCH-PARA
              END-IF
           ELSE IF EIBAID = DFHPF8
              IF CA-RCX-ACCT = SPACES OR CA-RCX-POS = 0
                 MOVE 'FIND BY ACCOUNT FIRST (PF6)' TO MSGO
                 PERFORM 1000-SEND-PARA
              ELSE
                 COMPUTE WS-RCX-WANT = CA-RCX-POS + 1
                 PERFORM 3800-SEARCH-PARA
              END-IF
           ELSE IF EIBAID = DFHPF9
              PERFORM 3950-SPOOL-PARA
           ELSE IF EIBAID = DFHPF3
                 LENGTH(WS-LEN)
              END-EXEC
           ELSE IF EIBAID = DFHPF12
              MOVE SPACES TO CA-RCX-ACCT
              MOVE 0 TO CA-RCX-POS
              MOVE 'VALUES ARE ERASED .......' TO MSGO
              PERFORM 1000-SEND-PARA
           ELSE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       3100-FETCH-PARA.
           MOVE SPACES TO CA-RCX-ACCT.
           MOVE 0 TO CA-RCX-POS.
           MOVE RNOI TO WS-RCPT-KEY.
           MOVE 51 TO WS-RCPT-LEN.
           EXEC CICS READ
           MOVE RCPT-AMOUNT     TO RDAMO.
           MOVE RCPT-OPERATOR   TO RDOPO.
       3800-SEARCH-PARA.
      *    AN ACCOUNT'S RECEIPTS ARE ONE KEY RANGE ON THE ACCOUNT PATH
      *    OF RCPTIX, OLDEST FIRST. THE WALK COUNTS THEM AND KEEPS THE
      *    ONE AT THE WANTED POSITION - OR THE LAST, WHEN THE POSITION
      *    IS PAST THE END (PF6 ASKS FOR 9999, THE LATEST RECEIPT).
      *    ONLY THE ACCOUNT AND THE POSITION RIDE THE COMMAREA, SO A
      *    RECEIPT POSTED SINCE THE LAST KEYSTROKE JUST JOINS THE END.
           MOVE CA-RCX-ACCT TO WS-SRCH-ACCT.
           MOVE 0 TO WS-RCX-CNT.
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
           PERFORM 3810-SEARCH-STEP-PARA UNTIL WS-SCAN-DONE = 'Y'.
           IF WS-BR-OPEN = 'Y'
              EXEC CICS ENDBR
                 DATASET('RCPTIX')
              END-EXEC
           END-IF.
           IF WS-RCX-CNT = 0
              MOVE 0 TO CA-RCX-POS
              MOVE 'NO RECEIPT FOUND FOR THIS ACCOUNT' TO MSGO
              PERFORM 1000-SEND-PARA
           ELSE
              IF WS-RCX-WANT > WS-RCX-CNT
                 MOVE WS-RCX-CNT TO CA-RCX-POS
              ELSE
                 MOVE WS-RCX-WANT TO CA-RCX-POS
              END-IF
              MOVE WS-RCX-HIT TO WS-RCPT-KEY
              MOVE 51 TO WS-RCPT-LEN
              EXEC CICS READ
                 DATASET('RCPTF')
                 INTO(WS-RCPT-REC)
                 LENGTH(WS-RCPT-LEN)
                 RIDFLD(WS-RCPT-KEY)
              END-EXEC
              PERFORM 3150-SHOW-PARA
              MOVE CA-RCX-POS TO WS-PM-POS
              MOVE WS-RCX-CNT TO WS-PM-CNT
              MOVE WS-PAGE-MSG TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
       3810-SEARCH-STEP-PARA.
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
              ADD 1 TO WS-RCX-CNT
              IF WS-RCX-CNT NOT > WS-RCX-WANT
                 MOVE RCX-RCPT-NO TO WS-RCX-HIT
              END-IF
              IF WS-RCX-CNT = 9999
                 MOVE 'Y' TO WS-SCAN-DONE
              END-IF
           END-IF
           END-IF.
       3950-SPOOL-PARA.
           MOVE RDNOO TO WS-RCP-NO.
           MOVE RDDTO TO WS-RCP-DATE.
           MOVE 'DUPLICATE RECEIPT SENT TO PRINTER SPOOL' TO MSGO.
           PERFORM 1000-SEND-PARA.
       0001-MF-PARA.
      *    PAGING NEEDS NOTHING KEYED - THE ACCOUNT RIDES THE COMMAREA.
           IF EIBAID = DFHPF7 OR EIBAID = DFHPF8
              MOVE LOW-VALUES TO RCP1I
              PERFORM 3000-KEY-CHECK-PARA
           END-IF.
           MOVE 'MAP FAIL ERROR' TO MSGO.
           PERFORM 1000-SEND-PARA.
       0003-GERR-PARA.
