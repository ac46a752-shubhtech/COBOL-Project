       77 WS-RL-IX        PIC 9(01) VALUE 0.
       77 WS-SCAN-DONE    PIC X(01) VALUE 'N'.
       77 WS-BR-OPEN      PIC X(01) VALUE 'N'.
       01 WS-PND-REC.
              COPY PNDREC.
       77 WS-PND-LEN      PIC S9(04) COMP VALUE 49.
       77 WS-PND-RESP     PIC S9(08) COMP.
       01 WS-AUD-REC.
              COPY AUDREC.
       77 WS-AUD-LEN      PIC S9(04) COMP VALUE 37.
       01 WS-RL-LINE.
           05 RL-JOB          PIC X(08).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 RL-LAST         PIC 9(08).
           05 FILLER          PIC X(03) VALUE SPACES.
           05 RL-STATUS       PIC X(09).
           05 FILLER          PIC X(40) VALUE SPACES.
       01 WS-RL-HEAD          PIC X(70) VALUE
           'JOB       LAST RUN   STATUS'.
       01 WS-IFR-REC.
              COPY IFRREC.
       77 WS-IFR-LEN      PIC S9(04) COMP VALUE 119.
       77 WS-IFR-RESP     PIC S9(08) COMP.
       77 WS-IL-SRC       PIC X(08).
       77 WS-IL-LAST-SRC  PIC X(08).
       77 WS-IL-CNT       PIC 9(05) VALUE 0.
       77 WS-IL-SLOT      PIC 9(02) VALUE 0.
       77 WS-IL-QUOT      PIC 9(05) VALUE 0.
       77 WS-IL-K         PIC 9(05) VALUE 0.
       77 WS-IL-SHOW      PIC 9(02) VALUE 0.
       01 WS-IL-HEAD.
           05 FILLER          PIC X(35) VALUE
              'SOURCE   FILEDATE SEQ   RECORDS STA'.
           05 FILLER          PIC X(35) VALUE
              'TUS   REASON               DUP'.
       01 WS-IL-LINE.
           05 IL-SOURCE       PIC X(08).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 IL-FILE-DATE    PIC 9(08).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 IL-SEQ          PIC 9(05).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 IL-COUNT        PIC ZZZZZZ9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 IL-STATUS       PIC X(08).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 IL-REASON       PIC X(20).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 IL-DUP          PIC ZZ9.
           05 FILLER          PIC X(05) VALUE SPACES.
       01 WS-IL-TABLE.
           05 WS-IL-ROW       PIC X(70) OCCURS 8 TIMES.
       LINKAGE SECTION.
       COPY CPCOMM REPLACING ==WS-COMMAREA== BY ==DFHCOMMAREA==.
       PROCEDURE DIVISION USING DFHCOMMAREA.
       3000-KEY-CHECK-PARA.
           IF EIBAID = DFHPF2
              PERFORM 3100-REFRESH-PARA
           ELSE IF EIBAID = DFHPF6
              PERFORM 3200-REOPEN-REQ-PARA
           ELSE IF EIBAID = DFHPF7
              PERFORM 3300-INBOUND-PARA
           ELSE IF EIBAID = DFHPF3
              MOVE 'X' TO CA-MODE
              MOVE LENGTH OF WS-COMMAREA TO WS-LEN
              PERFORM 1000-SEND-PARA
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       3100-REFRESH-PARA.
           MOVE 0 TO WS-RL-IX.
           MOVE 'N' TO WS-SCAN-DONE.
           MOVE 'N' TO WS-BR-OPEN.
           MOVE WS-RL-HEAD TO RLHO.
           MOVE LOW-VALUES TO RUN-JOB.
           EXEC CICS STARTBR
              DATASET('RUNCTL')
           ELSE
              IF RUN-JOB = 'BUSDATE '
                 MOVE RUN-BUSDATE-N TO OBDO
              ELSE IF RUN-JOB = 'PERIOD  '
                 MOVE RUN-BUSDATE-N TO OPDO
                 IF RUN-PERIOD-REOPENED
                    MOVE 'REOPENED' TO OPSO
                 ELSE
                    MOVE 'CLOSED' TO OPSO
                 END-IF
              ELSE IF WS-RL-IX < 8
                 ADD 1 TO WS-RL-IX
                 MOVE RUN-JOB TO RL-JOB
                 PERFORM 3120-RL-MOVE-PARA
              END-IF
              END-IF
              END-IF
           END-IF.
       3120-RL-MOVE-PARA.
           IF WS-RL-IX = 1
           END-IF
           END-IF
           END-IF.
       3200-REOPEN-REQ-PARA.
      *    REOPENING A CLOSED MONTH IS SUPERVISOR TERRITORY AND ONLY
      *    TAKES EFFECT WHEN A SECOND SUPERVISOR PASSES IT ON APPRVQ -
      *    THE QUEUE ENTRY CARRIES THE CLOSED-THROUGH DATE AS ITS
      *    AMOUNT SO THE CHECKER SEES WHICH MONTH COMES BACK OPEN.
           IF NOT CA-ROLE-SUPER
              MOVE 'PERIOD REOPEN IS SUPERVISOR ONLY..' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           MOVE 'PERIOD  ' TO RUN-JOB.
           MOVE 25 TO WS-RUN-LEN.
           EXEC CICS READ
              DATASET('RUNCTL')
              INTO(WS-RUN-REC)
              LENGTH(WS-RUN-LEN)
              RIDFLD(RUN-JOB)
              RESP(WS-RUN-RESP)
           END-EXEC.
           IF WS-RUN-RESP NOT = DFHRESP(NORMAL)
              MOVE 'NO ACCOUNTING PERIOD HAS BEEN CLOSED..' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-DAT(1:2).
           MOVE "/"                        TO WS-DAT(3:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-DAT(4:2).
           MOVE "/"                        TO WS-DAT(6:1).
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-DAT(7:4).
           MOVE 'PERIOD' TO PND-ACCOUNT-NO.
           MOVE 'K' TO PND-TYPE.
           MOVE RUN-BUSDATE-N TO PND-AMOUNT.
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
           IF WS-PND-RESP = DFHRESP(DUPREC)
              MOVE 'ALREADY QUEUED FOR APPROVAL..' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           MOVE 'APPQU' TO AUD-FILE-ID.
           MOVE 'Q' TO AUD-ACTION.
           PERFORM 9000-AUDIT-PARA.
           MOVE 'REOPEN QUEUED - APPRVQ PERIOD K' TO MSGO.
           PERFORM 1000-SEND-PARA.
       3300-INBOUND-PARA.
      *    INTERFACE FILES OFFERED TO TONIGHT'S RUNS FROM INBREG. WITH
      *    NO SOURCE KEYED THE LATEST FILE FROM EACH SENDER IS SHOWN;
      *    WITH A SOURCE KEYED ITS LAST EIGHT FILES, NEWEST FIRST.
           MOVE ISRCI TO WS-IL-SRC.
           IF ISRCL = 0 OR WS-IL-SRC = LOW-VALUES
              MOVE SPACES TO WS-IL-SRC
           END-IF.
           MOVE 0 TO WS-IL-CNT.
           MOVE SPACES TO WS-IL-LAST-SRC.
           MOVE SPACES TO WS-IL-TABLE.
           MOVE 'N' TO WS-SCAN-DONE.
           MOVE 'N' TO WS-BR-OPEN.
           MOVE LOW-VALUES TO IFR-KEY.
           IF WS-IL-SRC NOT = SPACES
              MOVE WS-IL-SRC TO IFR-SOURCE
           END-IF.
           EXEC CICS STARTBR
              DATASET('INBREG')
              RIDFLD(IFR-KEY)
              GTEQ
              RESP(WS-IFR-RESP)
           END-EXEC.
           IF WS-IFR-RESP = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-BR-OPEN
           ELSE
              MOVE 'Y' TO WS-SCAN-DONE
           END-IF.
           PERFORM 3310-INB-STEP-PARA UNTIL WS-SCAN-DONE = 'Y'.
           IF WS-BR-OPEN = 'Y'
              EXEC CICS ENDBR
                 DATASET('INBREG')
              END-EXEC
           END-IF.
           MOVE WS-IL-HEAD TO RLHO.
           MOVE SPACES TO RL1O, RL2O, RL3O, RL4O,
                          RL5O, RL6O, RL7O, RL8O.
           MOVE 0 TO WS-RL-IX.
           MOVE 0 TO WS-IL-SHOW.
           IF WS-IL-CNT = 0
              MOVE 'NO INBOUND FILES REGISTERED.......' TO MSGO
           ELSE
              PERFORM 3330-INB-SHOW-PARA
                 UNTIL WS-IL-SHOW = 8 OR WS-IL-SHOW = WS-IL-CNT
              MOVE 'INBOUND FILES SHOWN - PF2 FOR RUN STATUS' TO MSGO
           END-IF.
           PERFORM 1000-SEND-PARA.
       3310-INB-STEP-PARA.
           MOVE 119 TO WS-IFR-LEN.
           EXEC CICS READNEXT
              DATASET('INBREG')
              INTO(WS-IFR-REC)
              LENGTH(WS-IFR-LEN)
              RIDFLD(IFR-KEY)
              RESP(WS-IFR-RESP)
           END-EXEC.
           IF WS-IFR-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-SCAN-DONE
           ELSE IF WS-IL-SRC NOT = SPACES
              IF IFR-SOURCE NOT = WS-IL-SRC
                 MOVE 'Y' TO WS-SCAN-DONE
              ELSE
      *          ROLLING TABLE - THE NINTH FILE OVERWRITES THE FIRST
                 ADD 1 TO WS-IL-CNT
                 DIVIDE WS-IL-CNT BY 8 GIVING WS-IL-QUOT
                    REMAINDER WS-IL-SLOT
                 IF WS-IL-SLOT = 0
                    MOVE 8 TO WS-IL-SLOT
                 END-IF
                 PERFORM 3320-INB-LINE-PARA
              END-IF
           ELSE
              IF IFR-SOURCE NOT = WS-IL-LAST-SRC
                 IF WS-IL-CNT = 8
                    MOVE 'Y' TO WS-SCAN-DONE
                 ELSE
                    ADD 1 TO WS-IL-CNT
                    MOVE WS-IL-CNT TO WS-IL-SLOT
                    MOVE IFR-SOURCE TO WS-IL-LAST-SRC
                 END-IF
              END-IF
              IF WS-SCAN-DONE = 'N'
                 PERFORM 3320-INB-LINE-PARA
              END-IF
           END-IF
           END-IF.
       3320-INB-LINE-PARA.
           MOVE IFR-SOURCE TO IL-SOURCE.
           MOVE IFR-FILE-DATE-N TO IL-FILE-DATE.
           MOVE IFR-SEQ-NO TO IL-SEQ.
           MOVE IFR-CNT-READ TO IL-COUNT.
           IF IFR-ACCEPTED
              MOVE 'APPLIED' TO IL-STATUS
           ELSE IF IFR-PROCESSING
              MOVE 'APPLYING' TO IL-STATUS
           ELSE
              MOVE 'REFUSED' TO IL-STATUS
           END-IF
           END-IF.
           MOVE IFR-REASON TO IL-REASON.
           MOVE IFR-DUP-COUNT TO IL-DUP.
           MOVE WS-IL-LINE TO WS-IL-ROW(WS-IL-SLOT).
       3330-INB-SHOW-PARA.
           ADD 1 TO WS-IL-SHOW.
           IF WS-IL-SRC NOT = SPACES
              COMPUTE WS-IL-K = WS-IL-CNT - WS-IL-SHOW + 1
              DIVIDE WS-IL-K BY 8 GIVING WS-IL-QUOT
                 REMAINDER WS-IL-SLOT
              IF WS-IL-SLOT = 0
                 MOVE 8 TO WS-IL-SLOT
              END-IF
           ELSE
              MOVE WS-IL-SHOW TO WS-IL-SLOT
           END-IF.
           MOVE WS-IL-ROW(WS-IL-SLOT) TO WS-RL-LINE.
           MOVE WS-IL-SHOW TO WS-RL-IX.
           PERFORM 3120-RL-MOVE-PARA.
       0001-MF-PARA.
      *    PF7 WITH NO SOURCE KEYED SENDS NO DATA - LIST EVERY SENDER.
           IF EIBAID = DFHPF7
              MOVE LOW-VALUES TO OPS1I
              PERFORM 3300-INBOUND-PARA
           END-IF.
           MOVE 'MAP FAIL ERROR' TO MSGO.
           PERFORM 1000-SEND-PARA.
       0003-GERR-PARA.
       0004-NF-PARA.
           MOVE 'RUN CONTROL FILE IS EMPTY.......' TO MSGO.
           PERFORM 1000-SEND-PARA.
       9000-AUDIT-PARA.
           MOVE FUNCTION CURRENT-DATE(5:2) TO AUD-TIMESTAMP(1:2).
           MOVE "/"                        TO AUD-TIMESTAMP(3:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO AUD-TIMESTAMP(4:2).
           MOVE "/"                        TO AUD-TIMESTAMP(6:1).
           MOVE FUNCTION CURRENT-DATE(1:4) TO AUD-TIMESTAMP(7:4).
           MOVE EIBTIME TO AUD-TIME.
           MOVE CA-OPERATOR-ID TO AUD-OPERATOR.
           MOVE PND-ACCOUNT-NO TO AUD-ACCOUNT-NO.
           EXEC CICS WRITEQ TD
              QUEUE('AUDLOG')
              FROM(WS-AUD-REC)
              LENGTH(WS-AUD-LEN)
           END-EXEC.
