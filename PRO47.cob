       IDENTIFICATION DIVISION.
       PROGRAM-ID. BCFRSP.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-BCF-REC.
              COPY BCFREC.
              COPY PMAP056.
              COPY DFHAID.
              COPY CPCOMM.
       77 WS-BCF-LEN      PIC S9(04) COMP VALUE 156.
       77 WS-BCF-RESP     PIC S9(08) COMP.
       01 WS-CMP-REC.
              COPY CMPREC.
       77 WS-CMP-LEN      PIC S9(04) COMP VALUE 161.
       01 WS-RCC-REC.
           05 RCC-KEY         PIC X(08).
           05 RCC-LAST-NO     PIC 9(08).
       77 WS-RCC-LEN      PIC S9(04) COMP VALUE 16.
       01 WS-AUD-REC.
              COPY AUDREC.
       77 WS-AUD-LEN      PIC S9(04) COMP VALUE 37.
       77 WS-LEN          PIC S9(04) COMP.
       77 WS-DAT          PIC X(10).
       01 WS-TODAY-N      PIC 9(08) VALUE 0.
       01 WS-TODAY-PARTS REDEFINES WS-TODAY-N.
           05 WS-TDN-YYYY     PIC 9(04).
           05 WS-TDN-MM       PIC 9(02).
           05 WS-TDN-DD       PIC 9(02).
      *    WHAT THE COMPLAINT SAYS - THE YEAR BEING CONFIRMED AND THE
      *    START OF THE CUSTOMER'S OWN WORDS, WHICH STAY IN FULL ON
      *    BALCONF.
       01 WS-CMP-DETAIL.
           05 FILLER          PIC X(09) VALUE 'BAL CONF '.
           05 WS-CD-FY        PIC 9(04).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 WS-CD-TEXT      PIC X(26).
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
              MOVE LOW-VALUES TO BCF1I, BCF1O
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
                MAP('BCF1')
                MAPSET('PMAP056')
                ERASE
           END-EXEC.
           MOVE 'C' TO CA-MODE.
           MOVE LENGTH OF WS-COMMAREA TO WS-LEN.
           EXEC CICS RETURN
                TRANSID('P057')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-LEN)
           END-EXEC.
       2000-RECEIVE-PARA.
           EXEC CICS RECEIVE
                MAP('BCF1')
                MAPSET('PMAP056')
           END-EXEC.
       3000-KEY-CHECK-PARA.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-N.
           IF EIBAID = DFHPF2
              PERFORM 3100-FETCH-PARA
           ELSE IF EIBAID = DFHPF5
              PERFORM 3200-REPLY-PARA
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
       3040-KEY-PARA.
      *    THE FISCAL YEAR IS NAMED BY ITS OPENING CALENDAR YEAR, AS
      *    ON THE LETTER. LEFT BLANK IT IS THE LATEST YEAR ENDED -
      *    THE LETTERS GO OUT AFTER MARCH 31 AND THE REPLIES COME IN
      *    OVER THE MONTHS THAT FOLLOW.
           MOVE BCACI TO BCF-ACCOUNT-NO.
           IF BCFYI NUMERIC AND BCFYI > 0
              MOVE BCFYI TO BCF-FY
           ELSE IF WS-TDN-MM < 4
              COMPUTE BCF-FY = WS-TDN-YYYY - 2
           ELSE
              COMPUTE BCF-FY = WS-TDN-YYYY - 1
           END-IF
           END-IF.
       3050-BCF-READ-PARA.
           PERFORM 3040-KEY-PARA.
           MOVE 156 TO WS-BCF-LEN.
           EXEC CICS READ
              DATASET('BALCONF')
              INTO(WS-BCF-REC)
              LENGTH(WS-BCF-LEN)
              RIDFLD(BCF-KEY)
              RESP(WS-BCF-RESP)
           END-EXEC.
           IF WS-BCF-RESP NOT = DFHRESP(NORMAL)
              MOVE BCF-FY TO BCFYO
              MOVE 'NO CONFIRMATION LETTER FOR THAT YEAR' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
       3055-BCF-UPDATE-PARA.
           PERFORM 3040-KEY-PARA.
           MOVE 156 TO WS-BCF-LEN.
           EXEC CICS READ
              DATASET('BALCONF')
              INTO(WS-BCF-REC)
              LENGTH(WS-BCF-LEN)
              RIDFLD(BCF-KEY)
              UPDATE
              RESP(WS-BCF-RESP)
           END-EXEC.
           IF WS-BCF-RESP NOT = DFHRESP(NORMAL)
              MOVE BCF-FY TO BCFYO
              MOVE 'NO CONFIRMATION LETTER FOR THAT YEAR' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
       3060-SHOW-PARA.
           MOVE BCF-ACCOUNT-NO TO BCACO.
           MOVE BCF-FY TO BCFYO.
           MOVE BCF-SENT-DATE-N TO BCSDO.
           MOVE BCF-STATUS TO BCSTO.
           MOVE BCF-OUTSTANDING TO BCOSO.
           MOVE BCF-AS-AT-N TO BCAAO.
           MOVE BCF-INT-CHARGED TO BCINO.
           MOVE BCF-PAID TO BCPDO.
           MOVE BCF-OVERDUE TO BCOVO.
           IF BCF-AWAITING
              MOVE SPACE TO BCRSO
           ELSE
              MOVE BCF-STATUS TO BCRSO
           END-IF.
           MOVE BCF-CUST-BALANCE TO BCCBO.
           MOVE BCF-DISPUTE-TEXT TO BCDTO.
           MOVE BCF-CMP-NO TO BCCNO.
           MOVE BCF-RESP-DATE-N TO BCRDO.
           MOVE BCF-RESP-BY TO BCRBO.
       3100-FETCH-PARA.
           PERFORM 3050-BCF-READ-PARA.
           PERFORM 3060-SHOW-PARA.
           IF BCF-AWAITING
              MOVE 'KEY C OR D AND PF5 TO RECORD THE REPLY' TO MSGO
           ELSE IF BCF-DISPUTED
              MOVE 'DISPUTED - FOLLOW UP ON THE COMPLAINT' TO MSGO
           ELSE
              MOVE 'BALANCE CONFIRMED BY THE CUSTOMER' TO MSGO
           END-IF
           END-IF.
           PERFORM 1000-SEND-PARA.
       3200-REPLY-PARA.
      *    ANY BRANCH OPERATOR MAY TAKE DOWN THE CUSTOMER'S REPLY; THE
      *    ENQUIRY DESK ONLY LOOKS.
           IF CA-ROLE-INQUIRY
              MOVE 'INQUIRY OPERATORS CANNOT RECORD REPLIES' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           PERFORM 3055-BCF-UPDATE-PARA.
      *    ONE REPLY PER LETTER - A CUSTOMER WHO CHANGES THEIR MIND
      *    AFTER CONFIRMING RAISES A COMPLAINT ON COMPLT LIKE ANY OTHER.
           IF NOT BCF-AWAITING
              MOVE 'REPLY ALREADY RECORDED FOR THIS LETTER' TO MSGO
              PERFORM 3290-REFUSE-PARA
           END-IF.
           IF BCRSI NOT = 'C' AND BCRSI NOT = 'D'
              MOVE 'REPLY IS C (CONFIRMED) OR D (DISPUTED)' TO MSGO
              PERFORM 3290-REFUSE-PARA
           END-IF.
           IF BCRSI = 'D'
              PERFORM 3250-DISPUTE-EDIT-PARA
           END-IF.
           MOVE BCRSI TO BCF-STATUS.
           MOVE WS-TODAY-N TO BCF-RESP-DATE-N.
           MOVE CA-OPERATOR-ID TO BCF-RESP-BY.
           IF BCF-DISPUTED
              MOVE BCCBI TO BCF-CUST-BALANCE
              MOVE BCDTI TO BCF-DISPUTE-TEXT
              PERFORM 3300-COMPLAINT-PARA
           ELSE
              MOVE 0 TO BCF-CUST-BALANCE
              MOVE SPACES TO BCF-DISPUTE-TEXT
              MOVE 0 TO BCF-CMP-NO
           END-IF.
           MOVE 156 TO WS-BCF-LEN.
           EXEC CICS REWRITE
              DATASET('BALCONF')
              FROM(WS-BCF-REC)
              LENGTH(WS-BCF-LEN)
           END-EXEC.
           MOVE 'BCONF' TO AUD-FILE-ID.
           MOVE 'R' TO AUD-ACTION.
           PERFORM 9000-AUDIT-PARA.
           PERFORM 3060-SHOW-PARA.
           IF BCF-DISPUTED
              MOVE 'DISPUTE RECORDED - GIVE THE COMPLAINT NO' TO MSGO
           ELSE
              MOVE 'CONFIRMATION RECORDED...' TO MSGO
           END-IF.
           PERFORM 1000-SEND-PARA.
       3250-DISPUTE-EDIT-PARA.
      *    A DISPUTE HAS TO SAY WHAT THE CUSTOMER THINKS THEY OWE AND
      *    WHY, OR THE BRANCH HAS NOTHING TO RECONCILE AGAINST.
           IF BCCBI NOT NUMERIC
              MOVE 'KEY THE BALANCE THE CUSTOMER STATES' TO MSGO
              PERFORM 3290-REFUSE-PARA
           END-IF.
           IF BCDTI = SPACES OR BCDTI = LOW-VALUES
              MOVE 'SAY WHAT THE CUSTOMER DISPUTES' TO MSGO
              PERFORM 3290-REFUSE-PARA
           END-IF.
       3290-REFUSE-PARA.
           EXEC CICS UNLOCK
              DATASET('BALCONF')
           END-EXEC.
           PERFORM 1000-SEND-PARA.
       3300-COMPLAINT-PARA.
      *    A DISPUTED BALANCE IS WORKED LIKE ANY OTHER GRIEVANCE - IT
      *    GOES ON THE COMPLAINT REGISTER AS AN OTHER-CATEGORY LETTER
      *    COMPLAINT, SO CMPAGE ESCALATES IT AND CMPRET REPORTS IT.
      *    THE NUMBER COMES GAP-FREE FROM LASTCMPL AS ON COMPLT.
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
           MOVE BCF-CUST-NO TO CMP-CUST-NO.
           MOVE BCF-ACCOUNT-NO TO CMP-ACCOUNT-NO.
           MOVE BCF-BRANCH TO CMP-BRANCH.
           MOVE 'O' TO CMP-CATEGORY.
           MOVE 'L' TO CMP-CHANNEL.
           MOVE BCF-FY TO WS-CD-FY.
           MOVE BCF-DISPUTE-TEXT TO WS-CD-TEXT.
           MOVE WS-CMP-DETAIL TO CMP-DETAIL.
           MOVE CA-OPERATOR-ID TO CMP-ASSIGNED.
           MOVE 'O' TO CMP-STATUS.
           MOVE WS-TODAY-N TO CMP-LOG-DATE-N.
      *    THE OTHER-CATEGORY TURNAROUND COMPLT FIXES FOR 'O'.
           MOVE 030 TO CMP-TAT-DAYS.
           MOVE CA-OPERATOR-ID TO CMP-MAKER.
           MOVE 0 TO CMP-ESC-LEVEL.
           MOVE 0 TO CMP-ESC-DATE-N.
           MOVE SPACES TO CMP-AGT-CODE.
           MOVE 0 TO CMP-ALO-DATE-N.
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
           MOVE CMP-NO TO BCF-CMP-NO.
           MOVE 'CMPLF' TO AUD-FILE-ID.
           MOVE 'W' TO AUD-ACTION.
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
                MAP('BCF1')
                MAPSET('PMAP056')
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
           MOVE BCF-ACCOUNT-NO TO AUD-ACCOUNT-NO.
           EXEC CICS WRITEQ TD
              QUEUE('AUDLOG')
              FROM(WS-AUD-REC)
              LENGTH(WS-AUD-LEN)
           END-EXEC.
