       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRKQ.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-PND-REC.
              COPY PNDREC.
              COPY PMAP054.
              COPY DFHAID.
              COPY CPCOMM.
       77 WS-PND-LEN      PIC S9(04) COMP VALUE 49.
       01 WS-APP-REC.
              COPY APPREC.
       77 WS-APP-LEN      PIC S9(04) COMP VALUE 415.
       01 WS-CS-REC.
              COPY COLSREC.
       77 WS-CS-LEN       PIC S9(04) COMP VALUE 67.
       01 WS-LGL-REC.
              COPY LGLREC.
       77 WS-LGL-LEN      PIC S9(04) COMP VALUE 94.
       01 WS-DOC-REC.
              COPY DOCREC.
       77 WS-DOC-LEN      PIC S9(04) COMP VALUE 51.
       01 WS-ICR-REC.
              COPY ICRREC.
       77 WS-ICR-LEN      PIC S9(04) COMP VALUE 88.
       01 WS-GLS-REC.
              COPY GLSREC.
       77 WS-GLS-LEN      PIC S9(04) COMP VALUE 65.
       01 WS-RFD-REC.
              COPY RFDREC.
       77 WS-RFD-LEN      PIC S9(04) COMP VALUE 53.
       01 WS-CUST-ACC-REC.
              COPY PLF3REC.
       77 WS-WQ-RESP      PIC S9(08) COMP.
       77 WS-LK-RESP      PIC S9(08) COMP.
       77 WS-LEN          PIC S9(04) COMP.
       77 WS-DAT          PIC X(10).
       77 WS-TODAY-N      PIC 9(08) VALUE 0.
       77 WS-WEEK-END-N   PIC 9(08) VALUE 0.
       77 WS-WEEK-INT     PIC 9(08) VALUE 0.
       77 WS-SCAN-DONE    PIC X(01) VALUE 'N'.
       77 WS-BR-OPEN      PIC X(01) VALUE 'N'.
       77 WS-IN-SCOPE     PIC X(01) VALUE 'Y'.
       77 WS-LK-ACCT      PIC X(10).
       77 WS-LK-REF       PIC X(16).
       77 WS-WQ-LN        PIC 9(01) VALUE 0.
       77 WS-WQ-K         PIC 9(01) VALUE 0.
       77 WS-WQ-ITEM      PIC 9(01) VALUE 0.
       77 WS-WQ-PGM       PIC X(08).
       77 WS-WQ-MSG       PIC X(50).
       01 WS-GLS-REF.
           05 WS-GLS-REF-AMT  PIC 9(08).
           05 WS-GLS-REF-DATE PIC 9(08).
      *  ONE ROW PER KIND OF OUTSTANDING WORK - HOW MANY ITEMS THE
      *  BRANCH HAS AND THE FIRST THREE OF THEM, WITH THE KEY THE
      *  OWNING SCREEN NEEDS TO OPEN EACH ONE.
       01 WS-WQ-TABLE.
           05 WS-WQ-ROW OCCURS 8 TIMES.
               10 WQ-COUNT        PIC 9(05).
               10 WQ-ITEM OCCURS 3 TIMES.
                   15 WQ-ACCT     PIC X(10).
                   15 WQ-REF      PIC X(16).
       01 WS-WQ-DESCS.
           05 FILLER          PIC X(20) VALUE 'APPROVAL QUEUE'.
           05 FILLER          PIC X(20) VALUE 'NEW ACCT APPROVALS'.
           05 FILLER          PIC X(20) VALUE 'PROMISES DUE TODAY'.
           05 FILLER          PIC X(20) VALUE 'HEARINGS THIS WEEK'.
           05 FILLER          PIC X(20) VALUE 'DOCUMENTS MISSING'.
           05 FILLER          PIC X(20) VALUE 'PARKED CREDITS'.
           05 FILLER          PIC X(20) VALUE 'GL SUSPENSE ITEMS'.
           05 FILLER          PIC X(20) VALUE 'UNCLAIMED REFUNDS'.
       01 WS-WQ-DESC-TAB REDEFINES WS-WQ-DESCS.
           05 WQ-DESC         PIC X(20) OCCURS 8 TIMES.
      *  THE SCREEN THAT OWNS EACH KIND OF WORK: APPRVQ, APPRV,
      *  COLWRK, LGLTRK, DOCTRK, SUSFIX, GLFIX AND RFNDV.
       01 WS-WQ-PGMS.
           05 FILLER          PIC X(08) VALUE 'PPGM034'.
           05 FILLER          PIC X(08) VALUE 'PPGM023'.
           05 FILLER          PIC X(08) VALUE 'PPGM043'.
           05 FILLER          PIC X(08) VALUE 'PPGM045'.
           05 FILLER          PIC X(08) VALUE 'PPGM037'.
           05 FILLER          PIC X(08) VALUE 'PPGM040'.
           05 FILLER          PIC X(08) VALUE 'PPGM030'.
           05 FILLER          PIC X(08) VALUE 'PPGM041'.
       01 WS-WQ-PGM-TAB REDEFINES WS-WQ-PGMS.
           05 WQ-PGM          PIC X(08) OCCURS 8 TIMES.
       01 WS-WL-LINE.
           05 WL-NO           PIC 9(01).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WL-DESC         PIC X(20).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 WL-COUNT        PIC ZZZZ9.
           05 FILLER          PIC X(02) VALUE SPACES.
           05 WL-ITEM OCCURS 3 TIMES.
               10 WL-IT-NO    PIC X(01).
               10 WL-IT-SEP   PIC X(01).
               10 WL-IT-ACCT  PIC X(10).
               10 FILLER      PIC X(01).
           05 FILLER          PIC X(05) VALUE SPACES.
       LINKAGE SECTION.
       COPY CPCOMM REPLACING ==WS-COMMAREA== BY ==DFHCOMMAREA==.
       PROCEDURE DIVISION USING DFHCOMMAREA.
       MAIN-PARA.
           EXEC CICS HANDLE CONDITION
                MAPFAIL(0001-MF-PARA)
                ERROR(0003-GERR-PARA)
           END-EXEC.
           IF EIBCALEN > 0
              MOVE DFHCOMMAREA TO WS-COMMAREA
           ELSE
              MOVE SPACES TO WS-COMMAREA
           END-IF.
           IF EIBCALEN = 0 OR CA-MODE-XCTL
              IF CA-OPERATOR-ID = SPACES
                 MOVE 'X' TO CA-MODE
                 MOVE LENGTH OF WS-COMMAREA TO WS-LEN
                 EXEC CICS XCTL
                    PROGRAM('PPGM018')
                    COMMAREA(WS-COMMAREA)
                    LENGTH(WS-LEN)
                 END-EXEC
              ELSE
                 MOVE LOW-VALUES TO WRK1I, WRK1O
                 MOVE 'KEY A LINE (AND ITEM) AND PRESS ENTER'
                    TO WS-WQ-MSG
                 PERFORM 3100-REFRESH-PARA
              END-IF
           ELSE
      *       A PF KEY ALONE SENDS NO DATA - ONLY ENTER IS RECEIVED.
              IF EIBAID = DFHENTER
                 PERFORM 2000-RECEIVE-PARA
              END-IF
              PERFORM 3000-KEY-CHECK-PARA
           END-IF.
       1000-SEND-PARA.
           MOVE FUNCTION CURRENT-DATE(5:2) TO DATQI(1:2).
           MOVE "/"                        TO DATQI(3:2).
           MOVE FUNCTION CURRENT-DATE(7:2) TO DATQI(4:2).
           MOVE "/"                        TO DATQI(6:2).
           MOVE FUNCTION CURRENT-DATE(1:4) TO DATQI(7:4).
           MOVE DATQI TO WS-DAT.
           MOVE WS-DAT TO DATQO.
           MOVE CA-OPERATOR-ID TO WQOPO.
           MOVE CA-BRANCH TO WQBRO.
           EXEC CICS SEND
                MAP('WRK1')
                MAPSET('PMAP054')
                ERASE
           END-EXEC.
           MOVE 'C' TO CA-MODE.
           MOVE LENGTH OF WS-COMMAREA TO WS-LEN.
           EXEC CICS RETURN
                TRANSID('P055')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-LEN)
           END-EXEC.
       2000-RECEIVE-PARA.
           EXEC CICS RECEIVE
                MAP('WRK1')
                MAPSET('PMAP054')
           END-EXEC.
       3000-KEY-CHECK-PARA.
           IF EIBAID = DFHENTER
              PERFORM 3200-OPEN-PARA
           ELSE IF EIBAID = DFHPF2
              MOVE LOW-VALUES TO WRK1I, WRK1O
              MOVE 'WORK QUEUE REFRESHED' TO WS-WQ-MSG
              PERFORM 3100-REFRESH-PARA
           ELSE IF EIBAID = DFHPF3
              MOVE 'X' TO CA-MODE
              MOVE LENGTH OF WS-COMMAREA TO WS-LEN
              EXEC CICS XCTL
                 PROGRAM('PPGM011')
                 COMMAREA(WS-COMMAREA)
                 LENGTH(WS-LEN)
              END-EXEC
           ELSE IF EIBAID = DFHPF12
              MOVE LOW-VALUES TO WRK1I, WRK1O
              MOVE 'VALUES ARE ERASED .......' TO WS-WQ-MSG
              PERFORM 3100-REFRESH-PARA
           ELSE
              MOVE LOW-VALUES TO WRK1I, WRK1O
              MOVE 'INVALID KEY...........' TO WS-WQ-MSG
              PERFORM 3100-REFRESH-PARA
           END-IF
           END-IF
           END-IF
           END-IF.
       3100-REFRESH-PARA.
      *    EVERY LINE IS COUNTED AFRESH ON EACH DISPLAY - NOTHING IS
      *    KEPT BETWEEN KEYSTROKES, SO THE COUNTS ARE ALWAYS LIVE.
           PERFORM 3050-DATES-PARA.
           MOVE 0 TO WS-WQ-LN.
           PERFORM 3105-LINE-PARA UNTIL WS-WQ-LN = 8.
           MOVE WS-WQ-MSG TO MSGO.
           PERFORM 1000-SEND-PARA.
       3050-DATES-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-N.
           MOVE FUNCTION CURRENT-DATE(5:2) TO WS-DAT(1:2).
           MOVE "/"                        TO WS-DAT(3:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO WS-DAT(4:2).
           MOVE "/"                        TO WS-DAT(6:1).
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-DAT(7:4).
           COMPUTE WS-WEEK-INT =
                 FUNCTION INTEGER-OF-DATE(WS-TODAY-N) + 6.
           COMPUTE WS-WEEK-END-N =
                 FUNCTION DATE-OF-INTEGER(WS-WEEK-INT).
       3105-LINE-PARA.
           ADD 1 TO WS-WQ-LN.
           PERFORM 3110-SCAN-PARA.
           PERFORM 3150-FORMAT-PARA.
       3110-SCAN-PARA.
           MOVE 0 TO WQ-COUNT(WS-WQ-LN).
           MOVE SPACES TO WQ-ACCT(WS-WQ-LN, 1), WQ-REF(WS-WQ-LN, 1),
                          WQ-ACCT(WS-WQ-LN, 2), WQ-REF(WS-WQ-LN, 2),
                          WQ-ACCT(WS-WQ-LN, 3), WQ-REF(WS-WQ-LN, 3).
           MOVE 'N' TO WS-SCAN-DONE.
           MOVE 'N' TO WS-BR-OPEN.
           IF WS-WQ-LN = 1
              PERFORM 4100-PND-SCAN-PARA
           ELSE IF WS-WQ-LN = 2
              PERFORM 4200-APP-SCAN-PARA
           ELSE IF WS-WQ-LN = 3
              PERFORM 4300-CS-SCAN-PARA
           ELSE IF WS-WQ-LN = 4
              PERFORM 4400-LGL-SCAN-PARA
           ELSE IF WS-WQ-LN = 5
              PERFORM 4500-DOC-SCAN-PARA
           ELSE IF WS-WQ-LN = 6
              PERFORM 4600-ICR-SCAN-PARA
           ELSE IF WS-WQ-LN = 7
              PERFORM 4700-GLS-SCAN-PARA
           ELSE
              PERFORM 4800-RFD-SCAN-PARA
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       3150-FORMAT-PARA.
           MOVE SPACES TO WS-WL-LINE.
           MOVE WS-WQ-LN TO WL-NO.
           MOVE WQ-DESC(WS-WQ-LN) TO WL-DESC.
           MOVE WQ-COUNT(WS-WQ-LN) TO WL-COUNT.
           MOVE 0 TO WS-WQ-K.
           PERFORM 3160-ITEM-PARA UNTIL WS-WQ-K = 3.
           PERFORM 3170-WL-MOVE-PARA.
       3160-ITEM-PARA.
           ADD 1 TO WS-WQ-K.
           IF WQ-ACCT(WS-WQ-LN, WS-WQ-K) NOT = SPACES
              MOVE WS-WQ-K TO WL-IT-NO(WS-WQ-K)
              MOVE ':' TO WL-IT-SEP(WS-WQ-K)
              MOVE WQ-ACCT(WS-WQ-LN, WS-WQ-K) TO WL-IT-ACCT(WS-WQ-K)
           END-IF.
       3170-WL-MOVE-PARA.
           IF WS-WQ-LN = 1
              MOVE WS-WL-LINE TO WL1O
           ELSE IF WS-WQ-LN = 2
              MOVE WS-WL-LINE TO WL2O
           ELSE IF WS-WQ-LN = 3
              MOVE WS-WL-LINE TO WL3O
           ELSE IF WS-WQ-LN = 4
              MOVE WS-WL-LINE TO WL4O
           ELSE IF WS-WQ-LN = 5
              MOVE WS-WL-LINE TO WL5O
           ELSE IF WS-WQ-LN = 6
              MOVE WS-WL-LINE TO WL6O
           ELSE IF WS-WQ-LN = 7
              MOVE WS-WL-LINE TO WL7O
           ELSE
              MOVE WS-WL-LINE TO WL8O
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       3200-OPEN-PARA.
      *    ONLY THE CHOSEN LINE IS RE-COUNTED BEFORE THE JUMP, SO THE
      *    ITEM OPENED IS THE ONE NOW FIRST, SECOND OR THIRD ON IT.
           IF WSELL = 0 OR WSELI NOT NUMERIC
              OR WSELI < 1 OR WSELI > 8
              MOVE LOW-VALUES TO WRK1I, WRK1O
              MOVE 'KEY A LINE NUMBER 1 TO 8..' TO WS-WQ-MSG
              PERFORM 3100-REFRESH-PARA
           END-IF.
           IF WITML = 0 OR WITMI NOT NUMERIC
              MOVE 1 TO WS-WQ-ITEM
           ELSE
              MOVE WITMI TO WS-WQ-ITEM
           END-IF.
           IF WS-WQ-ITEM < 1 OR WS-WQ-ITEM > 3
              MOVE LOW-VALUES TO WRK1I, WRK1O
              MOVE 'ITEM MUST BE 1, 2 OR 3..' TO WS-WQ-MSG
              PERFORM 3100-REFRESH-PARA
           END-IF.
           MOVE WSELI TO WS-WQ-LN.
           PERFORM 3050-DATES-PARA.
           PERFORM 3110-SCAN-PARA.
           IF WQ-ACCT(WS-WQ-LN, WS-WQ-ITEM) = SPACES
              MOVE LOW-VALUES TO WRK1I, WRK1O
              MOVE 'NOTHING OUTSTANDING AT THAT LINE/ITEM..'
                 TO WS-WQ-MSG
              PERFORM 3100-REFRESH-PARA
           END-IF.
           MOVE WQ-ACCT(WS-WQ-LN, WS-WQ-ITEM) TO CA-CUST-NO.
           MOVE WQ-REF(WS-WQ-LN, WS-WQ-ITEM) TO CA-WQ-REF.
           MOVE 'Y' TO CA-WQ-SW.
           MOVE WQ-PGM(WS-WQ-LN) TO WS-WQ-PGM.
           MOVE 'X' TO CA-MODE.
           MOVE LENGTH OF WS-COMMAREA TO WS-LEN.
           EXEC CICS XCTL
              PROGRAM(WS-WQ-PGM)
              COMMAREA(WS-COMMAREA)
              LENGTH(WS-LEN)
           END-EXEC.
       4100-PND-SCAN-PARA.
      *    QUEUED ITEMS SOMEONE ELSE MADE - NOBODY CHECKS THEIR OWN.
           MOVE LOW-VALUES TO PND-KEY.
           EXEC CICS STARTBR
              DATASET('APPQUE')
              RIDFLD(PND-KEY)
              GTEQ
              RESP(WS-WQ-RESP)
           END-EXEC.
           PERFORM 7200-BR-CHECK-PARA.
           PERFORM 4110-PND-STEP-PARA UNTIL WS-SCAN-DONE = 'Y'.
           IF WS-BR-OPEN = 'Y'
              EXEC CICS ENDBR
                 DATASET('APPQUE')
              END-EXEC
           END-IF.
       4110-PND-STEP-PARA.
           MOVE 49 TO WS-PND-LEN.
           EXEC CICS READNEXT
              DATASET('APPQUE')
              INTO(WS-PND-REC)
              LENGTH(WS-PND-LEN)
              RIDFLD(PND-KEY)
              RESP(WS-WQ-RESP)
           END-EXEC.
           IF WS-WQ-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-SCAN-DONE
           ELSE IF PND-QUEUED AND PND-MAKER NOT = CA-OPERATOR-ID
              MOVE PND-ACCOUNT-NO TO WS-LK-ACCT
              MOVE PND-TYPE TO WS-LK-REF
              PERFORM 7000-BRANCH-PARA
              PERFORM 7100-TALLY-PARA
           END-IF
           END-IF.
       4200-APP-SCAN-PARA.
           MOVE LOW-VALUES TO APP-ACCOUNT-NO.
           EXEC CICS STARTBR
              DATASET('PLFPND')
              RIDFLD(APP-ACCOUNT-NO)
              GTEQ
              RESP(WS-WQ-RESP)
           END-EXEC.
           PERFORM 7200-BR-CHECK-PARA.
           PERFORM 4210-APP-STEP-PARA UNTIL WS-SCAN-DONE = 'Y'.
           IF WS-BR-OPEN = 'Y'
              EXEC CICS ENDBR
                 DATASET('PLFPND')
              END-EXEC
           END-IF.
       4210-APP-STEP-PARA.
           MOVE 415 TO WS-APP-LEN.
           EXEC CICS READNEXT
              DATASET('PLFPND')
              INTO(WS-APP-REC)
              LENGTH(WS-APP-LEN)
              RIDFLD(APP-ACCOUNT-NO)
              RESP(WS-WQ-RESP)
           END-EXEC.
           IF WS-WQ-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-SCAN-DONE
           ELSE IF APP-PENDING AND APP-MAKER NOT = CA-OPERATOR-ID
      *       THE CAPTURED ACCOUNT IMAGE CARRIES ITS OWN BRANCH.
              MOVE APP-ACCOUNT-NO TO WS-LK-ACCT
              MOVE SPACES TO WS-LK-REF
              MOVE APP-ACC-IMAGE TO WS-CUST-ACC-REC
              PERFORM 7010-BRANCH-CMP-PARA
              PERFORM 7100-TALLY-PARA
           END-IF
           END-IF.
       4300-CS-SCAN-PARA.
           MOVE LOW-VALUES TO CS-ACCOUNT-NO.
           EXEC CICS STARTBR
              DATASET('COLSTS')
              RIDFLD(CS-ACCOUNT-NO)
              GTEQ
              RESP(WS-WQ-RESP)
           END-EXEC.
           PERFORM 7200-BR-CHECK-PARA.
           PERFORM 4310-CS-STEP-PARA UNTIL WS-SCAN-DONE = 'Y'.
           IF WS-BR-OPEN = 'Y'
              EXEC CICS ENDBR
                 DATASET('COLSTS')
              END-EXEC
           END-IF.
       4310-CS-STEP-PARA.
           MOVE 67 TO WS-CS-LEN.
           EXEC CICS READNEXT
              DATASET('COLSTS')
              INTO(WS-CS-REC)
              LENGTH(WS-CS-LEN)
              RIDFLD(CS-ACCOUNT-NO)
              RESP(WS-WQ-RESP)
           END-EXEC.
           IF WS-WQ-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-SCAN-DONE
           ELSE IF CS-PTP-DATE = WS-DAT
              MOVE CS-ACCOUNT-NO TO WS-LK-ACCT
              MOVE SPACES TO WS-LK-REF
              PERFORM 7000-BRANCH-PARA
              PERFORM 7100-TALLY-PARA
           END-IF
           END-IF.
       4400-LGL-SCAN-PARA.
           MOVE LOW-VALUES TO LGL-ACCOUNT-NO.
           EXEC CICS STARTBR
              DATASET('LGLF')
              RIDFLD(LGL-ACCOUNT-NO)
              GTEQ
              RESP(WS-WQ-RESP)
           END-EXEC.
           PERFORM 7200-BR-CHECK-PARA.
           PERFORM 4410-LGL-STEP-PARA UNTIL WS-SCAN-DONE = 'Y'.
           IF WS-BR-OPEN = 'Y'
              EXEC CICS ENDBR
                 DATASET('LGLF')
              END-EXEC
           END-IF.
       4410-LGL-STEP-PARA.
           MOVE 94 TO WS-LGL-LEN.
           EXEC CICS READNEXT
              DATASET('LGLF')
              INTO(WS-LGL-REC)
              LENGTH(WS-LGL-LEN)
              RIDFLD(LGL-ACCOUNT-NO)
              RESP(WS-WQ-RESP)
           END-EXEC.
           IF WS-WQ-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-SCAN-DONE
           ELSE IF LGL-OPEN AND LGL-HEARING-DATE-N >= WS-TODAY-N
                   AND LGL-HEARING-DATE-N <= WS-WEEK-END-N
              MOVE LGL-ACCOUNT-NO TO WS-LK-ACCT
              MOVE SPACES TO WS-LK-REF
              PERFORM 7000-BRANCH-PARA
              PERFORM 7100-TALLY-PARA
           END-IF
           END-IF.
       4500-DOC-SCAN-PARA.
      *    COUNTED BY DOCUMENT, LISTED BY ACCOUNT - ONE APPLICATION
      *    SHORT OF THREE PAPERS TAKES ONE SLOT, NOT THREE.
           MOVE LOW-VALUES TO DOC-KEY.
           EXEC CICS STARTBR
              DATASET('DOCF')
              RIDFLD(DOC-KEY)
              GTEQ
              RESP(WS-WQ-RESP)
           END-EXEC.
           PERFORM 7200-BR-CHECK-PARA.
           PERFORM 4510-DOC-STEP-PARA UNTIL WS-SCAN-DONE = 'Y'.
           IF WS-BR-OPEN = 'Y'
              EXEC CICS ENDBR
                 DATASET('DOCF')
              END-EXEC
           END-IF.
       4510-DOC-STEP-PARA.
           MOVE 51 TO WS-DOC-LEN.
           EXEC CICS READNEXT
              DATASET('DOCF')
              INTO(WS-DOC-REC)
              LENGTH(WS-DOC-LEN)
              RIDFLD(DOC-KEY)
              RESP(WS-WQ-RESP)
           END-EXEC.
           IF WS-WQ-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-SCAN-DONE
           ELSE IF DOC-MANDATORY AND NOT DOC-HELD
              MOVE DOC-ACCOUNT-NO TO WS-LK-ACCT
              MOVE SPACES TO WS-LK-REF
              PERFORM 7000-BRANCH-PARA
              PERFORM 7100-TALLY-PARA
           END-IF
           END-IF.
       4600-ICR-SCAN-PARA.
           MOVE LOW-VALUES TO ICR-UTR-REF.
           EXEC CICS STARTBR
              DATASET('ICRSUS')
              RIDFLD(ICR-UTR-REF)
              GTEQ
              RESP(WS-WQ-RESP)
           END-EXEC.
           PERFORM 7200-BR-CHECK-PARA.
           PERFORM 4610-ICR-STEP-PARA UNTIL WS-SCAN-DONE = 'Y'.
           IF WS-BR-OPEN = 'Y'
              EXEC CICS ENDBR
                 DATASET('ICRSUS')
              END-EXEC
           END-IF.
       4610-ICR-STEP-PARA.
           MOVE 88 TO WS-ICR-LEN.
           EXEC CICS READNEXT
              DATASET('ICRSUS')
              INTO(WS-ICR-REC)
              LENGTH(WS-ICR-LEN)
              RIDFLD(ICR-UTR-REF)
              RESP(WS-WQ-RESP)
           END-EXEC.
           IF WS-WQ-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-SCAN-DONE
           ELSE IF ICR-PARKED
              MOVE ICR-ACCOUNT-REF TO WS-LK-ACCT
              MOVE ICR-UTR-REF TO WS-LK-REF
              PERFORM 7000-BRANCH-PARA
              PERFORM 7100-TALLY-PARA
           END-IF
           END-IF.
       4700-GLS-SCAN-PARA.
           MOVE LOW-VALUES TO GLS-KEY.
           EXEC CICS STARTBR
              DATASET('GLSUSP')
              RIDFLD(GLS-KEY)
              GTEQ
              RESP(WS-WQ-RESP)
           END-EXEC.
           PERFORM 7200-BR-CHECK-PARA.
           PERFORM 4710-GLS-STEP-PARA UNTIL WS-SCAN-DONE = 'Y'.
           IF WS-BR-OPEN = 'Y'
              EXEC CICS ENDBR
                 DATASET('GLSUSP')
              END-EXEC
           END-IF.
       4710-GLS-STEP-PARA.
           MOVE 65 TO WS-GLS-LEN.
           EXEC CICS READNEXT
              DATASET('GLSUSP')
              INTO(WS-GLS-REC)
              LENGTH(WS-GLS-LEN)
              RIDFLD(GLS-KEY)
              RESP(WS-WQ-RESP)
           END-EXEC.
           IF WS-WQ-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-SCAN-DONE
           ELSE IF GLS-PARKED
      *       GLFIX IS KEYED ON ACCOUNT, AMOUNT AND RETURN DATE.
              MOVE GLS-ACCOUNT-NO TO WS-LK-ACCT
              MOVE GLS-AMOUNT TO WS-GLS-REF-AMT
              MOVE GLS-RET-DATE-N TO WS-GLS-REF-DATE
              MOVE WS-GLS-REF TO WS-LK-REF
              PERFORM 7000-BRANCH-PARA
              PERFORM 7100-TALLY-PARA
           END-IF
           END-IF.
       4800-RFD-SCAN-PARA.
           MOVE 0 TO RFD-NO.
           EXEC CICS STARTBR
              DATASET('REFUNDF')
              RIDFLD(RFD-NO)
              GTEQ
              RESP(WS-WQ-RESP)
           END-EXEC.
           PERFORM 7200-BR-CHECK-PARA.
           PERFORM 4810-RFD-STEP-PARA UNTIL WS-SCAN-DONE = 'Y'.
           IF WS-BR-OPEN = 'Y'
              EXEC CICS ENDBR
                 DATASET('REFUNDF')
              END-EXEC
           END-IF.
       4810-RFD-STEP-PARA.
           MOVE 53 TO WS-RFD-LEN.
           EXEC CICS READNEXT
              DATASET('REFUNDF')
              INTO(WS-RFD-REC)
              LENGTH(WS-RFD-LEN)
              RIDFLD(RFD-NO)
              RESP(WS-WQ-RESP)
           END-EXEC.
           IF WS-WQ-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-SCAN-DONE
           ELSE IF RFD-PENDING
              MOVE RFD-ACCOUNT-NO TO WS-LK-ACCT
              MOVE RFD-NO TO WS-LK-REF
              PERFORM 7000-BRANCH-PARA
              PERFORM 7100-TALLY-PARA
           END-IF
           END-IF.
       7000-BRANCH-PARA.
      *    AN ITEM BELONGS TO THE BRANCH OF ITS ACCOUNT - THE LIVE
      *    ACCOUNT ON PLF3, ELSE THE APPLICATION STILL ON PLFPND. AN
      *    ITEM THAT CANNOT BE TRACED TO EITHER (A CREDIT QUOTING A
      *    WRONG ACCOUNT, A PERIOD REOPEN) IS EVERY BRANCH'S WORK, AS
      *    IS EVERYTHING FOR AN OPERATOR WITH NO HOME BRANCH.
           MOVE 'Y' TO WS-IN-SCOPE.
           IF CA-BRANCH NOT = SPACES AND CA-BRANCH NOT = LOW-VALUES
              MOVE WS-LK-ACCT TO PLF-ACCOUNT-NO
              MOVE 200 TO WS-LEN
              EXEC CICS READ
                 DATASET('PLF3')
                 INTO(WS-CUST-ACC-REC)
                 LENGTH(WS-LEN)
                 RIDFLD(PLF-ACCOUNT-NO)
                 RESP(WS-LK-RESP)
              END-EXEC
              IF WS-LK-RESP = DFHRESP(NORMAL)
                 PERFORM 7010-BRANCH-CMP-PARA
              ELSE
                 MOVE WS-LK-ACCT TO APP-ACCOUNT-NO
                 MOVE 415 TO WS-APP-LEN
                 EXEC CICS READ
                    DATASET('PLFPND')
                    INTO(WS-APP-REC)
                    LENGTH(WS-APP-LEN)
                    RIDFLD(APP-ACCOUNT-NO)
                    RESP(WS-LK-RESP)
                 END-EXEC
                 IF WS-LK-RESP = DFHRESP(NORMAL)
                    MOVE APP-ACC-IMAGE TO WS-CUST-ACC-REC
                    PERFORM 7010-BRANCH-CMP-PARA
                 END-IF
              END-IF
           END-IF.
       7010-BRANCH-CMP-PARA.
           MOVE 'Y' TO WS-IN-SCOPE.
           IF CA-BRANCH NOT = SPACES AND CA-BRANCH NOT = LOW-VALUES
              IF PLF-BRANCH-CODE1 NOT = SPACES
                 AND PLF-BRANCH-CODE1 NOT = CA-BRANCH
                 MOVE 'N' TO WS-IN-SCOPE
              END-IF
           END-IF.
       7100-TALLY-PARA.
           IF WS-IN-SCOPE = 'Y'
              ADD 1 TO WQ-COUNT(WS-WQ-LN)
              MOVE 0 TO WS-WQ-K
              PERFORM 7110-SLOT-PARA UNTIL WS-WQ-K = 3
           END-IF.
       7110-SLOT-PARA.
      *    FIRST FREE SLOT TAKES THE ITEM; AN ACCOUNT ALREADY LISTED
      *    WITH THE SAME KEY IS NOT LISTED TWICE.
           ADD 1 TO WS-WQ-K.
           IF WQ-ACCT(WS-WQ-LN, WS-WQ-K) = WS-LK-ACCT
              AND WQ-REF(WS-WQ-LN, WS-WQ-K) = WS-LK-REF
              MOVE 3 TO WS-WQ-K
           ELSE IF WQ-ACCT(WS-WQ-LN, WS-WQ-K) = SPACES
              MOVE WS-LK-ACCT TO WQ-ACCT(WS-WQ-LN, WS-WQ-K)
              MOVE WS-LK-REF TO WQ-REF(WS-WQ-LN, WS-WQ-K)
              MOVE 3 TO WS-WQ-K
           END-IF
           END-IF.
       7200-BR-CHECK-PARA.
           IF WS-WQ-RESP = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-BR-OPEN
           ELSE
              MOVE 'Y' TO WS-SCAN-DONE
           END-IF.
       0001-MF-PARA.
           MOVE LOW-VALUES TO WRK1I, WRK1O.
           MOVE 'KEY A LINE NUMBER 1 TO 8..' TO WS-WQ-MSG.
           PERFORM 3100-REFRESH-PARA.
       0003-GERR-PARA.
           MOVE 'SOME ERROR.........' TO MSGO.
           PERFORM 1000-SEND-PARA.
