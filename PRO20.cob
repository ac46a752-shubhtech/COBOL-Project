              PERFORM 3100-FETCH-PARA
           ELSE IF EIBAID = DFHPF8
              PERFORM 3100-FETCH-PARA
           ELSE IF EIBAID = DFHPF9
              MOVE 'X' TO CA-MODE
              MOVE LENGTH OF WS-COMMAREA TO WS-LEN
              EXEC CICS XCTL
                 PROGRAM('PPGM053')
                 COMMAREA(WS-COMMAREA)
                 LENGTH(WS-LEN)
              END-EXEC
           ELSE IF EIBAID = DFHPF10
              MOVE 'X' TO CA-MODE
              MOVE LENGTH OF WS-COMMAREA TO WS-LEN
              EXEC CICS XCTL
                 PROGRAM('PPGM054')
                 COMMAREA(WS-COMMAREA)
                 LENGTH(WS-LEN)
              END-EXEC
           ELSE IF EIBAID = DFHPF3
              MOVE 'X' TO CA-MODE
              MOVE LENGTH OF WS-COMMAREA TO WS-LEN
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       3100-FETCH-PARA.
      *    ONE KEYED CALL ASSEMBLES EVERYTHING THE OPERATOR USED TO
