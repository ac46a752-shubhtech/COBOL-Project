       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPLT.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-CUST-ACC-REC.
              COPY PLF3REC.
              COPY PMAP050.
              COPY DFHAID.
              COPY CPCOMM.
       01 WS-CUST-REC.
              COPY PLF01REC.
       77 WS-CUS-LEN      PIC S9(04) COMP VALUE 148.
       01 WS-CMP-REC.
              COPY CMPREC.
       77 WS-CMP-LEN      PIC S9(04) COMP VALUE 161.
       77 WS-CMP-RESP     PIC S9(08) COMP.
       01 WS-ALO-REC.
              COPY ALOREC.
       77 WS-ALO-LEN      PIC S9(04) COMP VALUE 67.
       77 WS-ALO-RESP     PIC S9(08) COMP.
       01 WS-RCC-REC.
           05 RCC-KEY         PIC X(08).
           05 RCC-LAST-NO     PIC 9(08).
       77 WS-RCC-LEN      PIC S9(04) COMP VALUE 16.
       01 WS-AUD-REC.
              COPY AUDREC.
       77 WS-AUD-LEN      PIC S9(04) COMP VALUE 37.
       77 WS-LEN          PIC S9(04) COMP.
       77 WS-DAT          PIC X(10).
      *    TURNAROUND IN CALENDAR DAYS BY CATEGORY - A WRONG EMI DEBIT
      *    OR AN AGENT'S CONDUCT CANNOT WAIT AS LONG AS A GENERAL
      *    QUERY.
       01 WS-TAT-VALUES.
           05 FILLER          PIC X(04) VALUE 'E007'.
           05 FILLER          PIC X(04) VALUE 'T015'.
           05 FILLER          PIC X(04) VALUE 'C010'.
           05 FILLER          PIC X(04) VALUE 'A003'.
           05 FILLER          PIC X(04) VALUE 'O030'.
       01 WS-TAT-TABLE REDEFINES WS-TAT-VALUES.
           05 WS-TAT-ENTRY OCCURS 5 TIMES.
               10 WS-TAT-CAT      PIC X(01).
               10 WS-TAT-DAYS     PIC 9(03).
       77 WS-TAT-IX       PIC 9(01) VALUE 0.
       77 WS-AGE-DAYS     PIC S9(08) VALUE 0.
       01 WS-LD-N         PIC 9(08) VALUE 0.
       01 WS-LD-PARTS REDEFINES WS-LD-N.
           05 WS-LDN-YYYY     PIC 9(04).
           05 WS-LDN-MM       PIC 9(02).
           05 WS-LDN-DD       PIC 9(02).
       01 WS-TODAY-N      PIC 9(08) VALUE 0.
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
              MOVE LOW-VALUES TO CMP1I, CMP1O
              PERFORM 1000-SEND-PARA
           ELSE
              PERFORM 2000-RECEIVE-PARA
              PERFORM 3000-KEY-CHECK-PARA
           END-IF.
       1000-SEND-PARA.
           MOVE FUNCTION CURRENT-DATE(5:2) TO DATII(1:2).
           MOVE "/"                        TO DATII(3:2).
           MOVE FUNCTION CURRENT-DATE(7:2) TO DATII(4:2).
           MOVE "/"                        TO DATII(6:2).
           MOVE FUNCTION CURRENT-DATE(1:4) TO DATII(7:4).
           MOVE DATII TO WS-DAT.
           MOVE WS-DAT TO DATIO.
           EXEC CICS SEND
                MAP('CMP1')
                MAPSET('PMAP050')
                ERASE
           END-EXEC.
           MOVE 'C' TO CA-MODE.
           MOVE LENGTH OF WS-COMMAREA TO WS-LEN.
           EXEC CICS RETURN
                TRANSID('P051')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-LEN)
           END-EXEC.
       2000-RECEIVE-PARA.
           EXEC CICS RECEIVE
                MAP('CMP1')
                MAPSET('PMAP050')
           END-EXEC.
       3000-KEY-CHECK-PARA.
           IF EIBAID = DFHPF2
              PERFORM 3100-FETCH-PARA
           ELSE IF EIBAID = DFHPF4
              PERFORM 3200-LOG-PARA
           ELSE IF EIBAID = DFHPF5
              PERFORM 3300-SAVE-PARA
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
       3050-ACCOUNT-PARA.
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
       3060-CMP-SHOW-PARA.
           MOVE CMP-NO TO CMNOO.
           MOVE CMP-ACCOUNT-NO TO CMACO.
           MOVE CMP-CATEGORY TO CMCTO.
           MOVE CMP-CHANNEL TO CMCHO.
           MOVE CMP-DETAIL TO CMDTO.
           MOVE CMP-ASSIGNED TO CMASO.
           MOVE CMP-STATUS TO CMSTO.
           MOVE CMP-RESOLUTION TO CMRSO.
           MOVE CMP-CUST-NO TO CMCUO.
           MOVE CMP-LOG-DATE-N TO WS-LD-N.
           MOVE WS-LDN-MM   TO CMLDO(1:2).
           MOVE "/"         TO CMLDO(3:1).
           MOVE WS-LDN-DD   TO CMLDO(4:2).
           MOVE "/"         TO CMLDO(6:1).
           MOVE WS-LDN-YYYY TO CMLDO(7:4).
      *    A RESOLVED COMPLAINT'S AGE STOPS AT THE DAY IT WAS RESOLVED.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-N.
           IF CMP-RESOLVED
              MOVE CMP-RESOLVE-DATE-N TO WS-TODAY-N
           END-IF.
           COMPUTE WS-AGE-DAYS =
                 FUNCTION INTEGER-OF-DATE(WS-TODAY-N)
               - FUNCTION INTEGER-OF-DATE(CMP-LOG-DATE-N).
           MOVE WS-AGE-DAYS TO CMAGO.
           MOVE CMP-TAT-DAYS TO CMTTO.
           MOVE CMP-ESC-LEVEL TO CMELO.
           MOVE CMP-AGT-CODE TO CMGTO.
       3100-FETCH-PARA.
           IF CMNOI NOT NUMERIC
              MOVE 'KEY THE 8-DIGIT COMPLAINT NUMBER' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           MOVE CMNOI TO CMP-NO.
           MOVE 161 TO WS-CMP-LEN.
           EXEC CICS READ
              DATASET('CMPLF')
              INTO(WS-CMP-REC)
              LENGTH(WS-CMP-LEN)
              RIDFLD(CMP-NO)
              RESP(WS-CMP-RESP)
           END-EXEC.
           IF WS-CMP-RESP NOT = DFHRESP(NORMAL)
              MOVE 'COMPLAINT NOT ON THE REGISTER' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           PERFORM 3060-CMP-SHOW-PARA.
           MOVE CMP-CUST-NO TO PLF-CUST-NO.
           MOVE 148 TO WS-CUS-LEN.
           EXEC CICS READ
              DATASET('PLF01')
              INTO(WS-CUST-REC)
              LENGTH(WS-CUS-LEN)
              RIDFLD(PLF-CUST-NO)
              RESP(WS-CMP-RESP)
           END-EXEC.
           IF WS-CMP-RESP = DFHRESP(NORMAL)
              MOVE PLF-CUST-NAME TO CMCNO
           END-IF.
           IF CMP-RESOLVED
              MOVE 'COMPLAINT IS RESOLVED' TO MSGO
           ELSE
              MOVE 'REASSIGN OR RESOLVE AND PF5' TO MSGO
           END-IF.
           PERFORM 1000-SEND-PARA.
       3200-LOG-PARA.
           IF CMNOI NOT = SPACES AND CMNOI NOT = LOW-VALUES
              MOVE 'CLEAR THE COMPLAINT NO TO LOG A NEW ONE' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           MOVE CMACI TO PLF-ACCOUNT-NO.
           PERFORM 3050-ACCOUNT-PARA.
           MOVE CMCTI TO CMP-CATEGORY.
           MOVE CMCHI TO CMP-CHANNEL.
           IF NOT CMP-CAT-VALID
              MOVE 'CATEGORY IS E, T, C, A OR O' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           IF NOT CMP-CHN-VALID
              MOVE 'CHANNEL IS B, P, E, L OR R' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           IF CMDTI = SPACES OR CMDTI = LOW-VALUES
              MOVE 'SAY WHAT THE COMPLAINT IS ABOUT' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
      *    A COMPLAINT ABOUT A RECOVERY AGENT IS TIED TO THE ALLOCATION
      *    IT ARISES FROM, SO THE AGENT'S RECORD CARRIES IT.
           MOVE SPACES TO CMP-AGT-CODE.
           MOVE 0 TO CMP-ALO-DATE-N.
           IF CMP-CAT-AGENT
              MOVE PLF-ACCOUNT-NO TO ALO-ACCOUNT-NO
              MOVE 67 TO WS-ALO-LEN
              EXEC CICS READ
                 DATASET('ALLOCF')
                 INTO(WS-ALO-REC)
                 LENGTH(WS-ALO-LEN)
                 RIDFLD(ALO-ACCOUNT-NO)
                 RESP(WS-ALO-RESP)
              END-EXEC
              IF WS-ALO-RESP NOT = DFHRESP(NORMAL)
                 MOVE 'NO AGENT WAS ALLOCATED THIS ACCOUNT' TO MSGO
                 PERFORM 1000-SEND-PARA
              END-IF
              MOVE ALO-AGT-CODE TO CMP-AGT-CODE
              MOVE ALO-DATE-N TO CMP-ALO-DATE-N
           END-IF.
           PERFORM 3400-TAT-PARA.
      *    THE COMPLAINT NUMBER COMES GAP-FREE FROM THE LASTCMPL
      *    CONTROL RECORD, THE SAME WAY RECEIPTS ARE NUMBERED.
           MOVE 'LASTCMPL' TO RCC-KEY.
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
           MOVE RCC-LAST-NO TO CMP-NO.
           MOVE PLF-CUST-NO TO CMP-CUST-NO.
           MOVE PLF-ACCOUNT-NO TO CMP-ACCOUNT-NO.
           MOVE PLF-BRANCH-CODE1 TO CMP-BRANCH.
           MOVE CMDTI TO CMP-DETAIL.
           IF CMASI = SPACES OR CMASI = LOW-VALUES
              MOVE CA-OPERATOR-ID TO CMP-ASSIGNED
           ELSE
              MOVE CMASI TO CMP-ASSIGNED
           END-IF.
           MOVE 'O' TO CMP-STATUS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CMP-LOG-DATE-N.
           MOVE CA-OPERATOR-ID TO CMP-MAKER.
           MOVE 0 TO CMP-ESC-LEVEL.
           MOVE 0 TO CMP-ESC-DATE-N.
           MOVE SPACES TO CMP-RESOLUTION.
           MOVE 0 TO CMP-RESOLVE-DATE-N.
           MOVE SPACES TO CMP-RESOLVED-BY.
           MOVE 161 TO WS-CMP-LEN.
           EXEC CICS WRITE
              DATASET('CMPLF')
              FROM(WS-CMP-REC)
              LENGTH(WS-CMP-LEN)
              RIDFLD(CMP-NO)
           END-EXEC.
           MOVE 'CMPLF' TO AUD-FILE-ID.
           MOVE 'W' TO AUD-ACTION.
           PERFORM 9000-AUDIT-PARA.
           PERFORM 3060-CMP-SHOW-PARA.
           MOVE PLF-CUST-NAME TO CMCNO.
           MOVE 'COMPLAINT LOGGED - GIVE THE NUMBER' TO MSGO.
           PERFORM 1000-SEND-PARA.
       3300-SAVE-PARA.
           IF CMNOI NOT NUMERIC
              MOVE 'FETCH THE COMPLAINT FIRST (PF2)' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           IF CMSTI NOT = 'O' AND CMSTI NOT = 'R'
              MOVE 'STATUS IS O (KEEP OPEN) OR R (RESOLVED)' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           IF CMSTI = 'R'
              AND (CMRSI = SPACES OR CMRSI = LOW-VALUES)
              MOVE 'SAY HOW IT WAS RESOLVED' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           MOVE CMNOI TO CMP-NO.
           MOVE 161 TO WS-CMP-LEN.
           EXEC CICS READ
              DATASET('CMPLF')
              INTO(WS-CMP-REC)
              LENGTH(WS-CMP-LEN)
              RIDFLD(CMP-NO)
              UPDATE
              RESP(WS-CMP-RESP)
           END-EXEC.
           IF WS-CMP-RESP NOT = DFHRESP(NORMAL)
              MOVE 'COMPLAINT NOT ON THE REGISTER' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           IF CMP-RESOLVED
              MOVE 'COMPLAINT IS ALREADY RESOLVED' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
      *    AN AGENT'S CONDUCT IS SIGNED OFF BY A SUPERVISOR, NOT BY
      *    THE DESK THAT WORKS THE RECOVERY.
           IF CMSTI = 'R' AND CMP-CAT-AGENT AND NOT CA-ROLE-SUPER
              MOVE 'AN AGENT COMPLAINT IS CLOSED BY A SUPERVISOR'
                 TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           IF CMASI NOT = SPACES AND CMASI NOT = LOW-VALUES
              MOVE CMASI TO CMP-ASSIGNED
           END-IF.
      *    AN ESCALATED COMPLAINT STAYS ESCALATED UNTIL IT IS RESOLVED.
           IF CMSTI = 'R'
              MOVE 'R' TO CMP-STATUS
              MOVE CMRSI TO CMP-RESOLUTION
              MOVE FUNCTION CURRENT-DATE(1:8) TO CMP-RESOLVE-DATE-N
              MOVE CA-OPERATOR-ID TO CMP-RESOLVED-BY
           END-IF.
           MOVE 161 TO WS-CMP-LEN.
           EXEC CICS REWRITE
              DATASET('CMPLF')
              FROM(WS-CMP-REC)
              LENGTH(WS-CMP-LEN)
           END-EXEC.
           MOVE CMP-ACCOUNT-NO TO PLF-ACCOUNT-NO.
           MOVE 'CMPLF' TO AUD-FILE-ID.
           MOVE 'R' TO AUD-ACTION.
           PERFORM 9000-AUDIT-PARA.
           PERFORM 3060-CMP-SHOW-PARA.
           IF CMP-RESOLVED
              MOVE 'COMPLAINT RESOLVED' TO MSGO
           ELSE
              MOVE 'COMPLAINT UPDATED' TO MSGO
           END-IF.
           PERFORM 1000-SEND-PARA.
       3400-TAT-PARA.
           MOVE 30 TO CMP-TAT-DAYS.
           PERFORM 3410-TAT-STEP-PARA
              VARYING WS-TAT-IX FROM 1 BY 1
              UNTIL WS-TAT-IX > 5.
       3410-TAT-STEP-PARA.
           IF WS-TAT-CAT(WS-TAT-IX) = CMP-CATEGORY
              MOVE WS-TAT-DAYS(WS-TAT-IX) TO CMP-TAT-DAYS
           END-IF.
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
                MAP('CMP1')
                MAPSET('PMAP050')
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
