              COPY PMAP025.
              COPY DFHAID.
              COPY CPCOMM.
       77 WS-COL-LEN      PIC S9(04) COMP VALUE 84.
       77 WS-COL-RESP     PIC S9(08) COMP.
       01 WS-AUD-REC.
              COPY AUDREC.
           05 WS-VD-DD        PIC 9(02).
           05 FILLER          PIC X(01).
           05 WS-VD-YYYY      PIC 9(04).
       01 WS-RD-N             PIC 9(08).
       01 WS-RD-WORK REDEFINES WS-RD-N.
           05 WS-RD-YYYY      PIC 9(04).
           05 WS-RD-MM        PIC 9(02).
           05 WS-RD-DD        PIC 9(02).
       77 WS-RD-SHOW      PIC X(10).
       LINKAGE SECTION.
       COPY CPCOMM REPLACING ==WS-COMMAREA== BY ==DFHCOMMAREA==.
       PROCEDURE DIVISION USING DFHCOMMAREA.
              PERFORM 3100-FETCH-PARA
           ELSE IF EIBAID = DFHPF5
              PERFORM 3200-SAVE-PARA
           ELSE IF EIBAID = DFHPF6
              PERFORM 3300-RETURN-PARA
           ELSE IF EIBAID = DFHPF3
              MOVE 'X' TO CA-MODE
              MOVE LENGTH OF WS-COMMAREA TO WS-LEN
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       3100-FETCH-PARA.
           MOVE CACI TO COL-ACCOUNT-NO.
           MOVE 84 TO WS-COL-LEN.
           EXEC CICS READ
              DATASET('PLF8')
              INTO(WS-COL-REC)
           MOVE COL-DESC TO CDSO.
           MOVE COL-VALUE TO CVLO.
           MOVE COL-VAL-DATE TO CVDO.
           PERFORM 3150-REL-SHOW-PARA.
           MOVE 'COLLATERAL SHOWN - AMEND AND PF5 TO SAVE' TO MSGO.
           PERFORM 1000-SEND-PARA.
       3150-REL-SHOW-PARA.
           IF COL-REL-STATUS = SPACE OR COL-REL-STATUS = LOW-VALUE
              MOVE 'H' TO CRSO
           ELSE
              MOVE COL-REL-STATUS TO CRSO
           END-IF.
           MOVE SPACES TO CSDO.
           MOVE SPACES TO CRDO.
           MOVE SPACES TO CRBO.
           IF COL-SETTLE-DATE-N NUMERIC AND COL-SETTLE-DATE-N > 0
              MOVE COL-SETTLE-DATE-N TO WS-RD-N
              PERFORM 3160-RD-FORMAT-PARA
              MOVE WS-RD-SHOW TO CSDO
           END-IF.
           IF COL-RELEASED
              MOVE COL-REL-DATE-N TO WS-RD-N
              PERFORM 3160-RD-FORMAT-PARA
              MOVE WS-RD-SHOW TO CRDO
              MOVE COL-REL-BY TO CRBO
           END-IF.
       3160-RD-FORMAT-PARA.
           MOVE WS-RD-MM   TO WS-RD-SHOW(1:2).
           MOVE "/"        TO WS-RD-SHOW(3:1).
           MOVE WS-RD-DD   TO WS-RD-SHOW(4:2).
           MOVE "/"        TO WS-RD-SHOW(6:1).
           MOVE WS-RD-YYYY TO WS-RD-SHOW(7:4).
       3200-SAVE-PARA.
           IF CTYI NOT = 'P' AND CTYI NOT = 'D' AND CTYI NOT = 'O'
              MOVE 'TYPE MUST BE P, D OR O' TO MSGO
              PERFORM 1000-SEND-PARA
           ELSE
              MOVE CACI TO COL-ACCOUNT-NO
              MOVE 84 TO WS-COL-LEN
              EXEC CICS READ
                 DATASET('PLF8')
                 INTO(WS-COL-REC)
                 UPDATE
                 RESP(WS-COL-RESP)
              END-EXEC
              IF WS-COL-RESP NOT = DFHRESP(NORMAL)
                 MOVE 'H' TO COL-REL-STATUS
                 MOVE 0 TO COL-SETTLE-DATE-N
                 MOVE 0 TO COL-REL-DATE-N
                 MOVE SPACES TO COL-REL-BY
              END-IF
              MOVE CACI TO COL-ACCOUNT-NO
              MOVE CTYI TO COL-TYPE
              MOVE CDSI TO COL-DESC
              MOVE CVDI TO WS-VD-WORK
              COMPUTE COL-VAL-DATE-N =
                    WS-VD-YYYY * 10000 + WS-VD-MM * 100 + WS-VD-DD
              MOVE 84 TO WS-COL-LEN
              IF WS-COL-RESP = DFHRESP(NORMAL)
                 EXEC CICS REWRITE
                    DATASET('PLF8')
           END-IF
           END-IF
           END-IF.
       3300-RETURN-PARA.
      *    THE HAND-BACK OF TITLE DEEDS OR A PLEDGED DEPOSIT IS
      *    RECORDED BY A SUPERVISOR, AND ONLY ONCE THE ACCOUNT HAS
      *    SETTLED - A SECURITY STILL BACKING A LIVE LOAN STAYS HELD.
           IF NOT CA-ROLE-SUPER
              MOVE 'SECURITY RETURN IS SUPERVISOR ONLY' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           MOVE CACI TO COL-ACCOUNT-NO.
           MOVE 84 TO WS-COL-LEN.
           EXEC CICS READ
              DATASET('PLF8')
              INTO(WS-COL-REC)
              LENGTH(WS-COL-LEN)
              RIDFLD(COL-ACCOUNT-NO)
              UPDATE
           END-EXEC.
           IF COL-RELEASED
              EXEC CICS UNLOCK
                 DATASET('PLF8')
              END-EXEC
              PERFORM 3150-REL-SHOW-PARA
              MOVE 'SECURITY ALREADY RETURNED' TO MSGO
              PERFORM 1000-SEND-PARA
           ELSE IF NOT COL-REL-DUE
              EXEC CICS UNLOCK
                 DATASET('PLF8')
              END-EXEC
              PERFORM 3150-REL-SHOW-PARA
              MOVE 'ACCOUNT NOT SETTLED - SECURITY STAYS HELD' TO MSGO
              PERFORM 1000-SEND-PARA
           ELSE
              MOVE 'R' TO COL-REL-STATUS
              MOVE FUNCTION CURRENT-DATE(1:8) TO COL-REL-DATE-N
              MOVE CA-OPERATOR-ID TO COL-REL-BY
              MOVE 84 TO WS-COL-LEN
              EXEC CICS REWRITE
                 DATASET('PLF8')
                 FROM(WS-COL-REC)
                 LENGTH(WS-COL-LEN)
              END-EXEC
              MOVE 'PLF8 ' TO AUD-FILE-ID
              MOVE 'R' TO AUD-ACTION
              PERFORM 9000-AUDIT-PARA
              PERFORM 3150-REL-SHOW-PARA
              MOVE 'SECURITY RETURN RECORDED.......' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF
           END-IF.
       0001-MF-PARA.
           MOVE 'MAP FAIL ERROR' TO MSGO.
           PERFORM 1000-SEND-PARA.
