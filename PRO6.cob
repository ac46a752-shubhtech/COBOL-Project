       WORKING-STORAGE SECTION.
       01 WS-OPS-REC.
              COPY OPSREC.
       77 WS-OPS-LEN         PIC S9(04) COMP VALUE 42.
       77 WS-OPS-RESP        PIC S9(08) COMP.
       01 WS-SIGNON-LOG.
           05 SL-KEY.
      *    AND NO PASSWORD SITS IN A SOURCE LISTING. THREE BAD
      *    PASSWORDS LOCK THE ID UNTIL IT IS RESET.
           MOVE OPIDI TO OPS-OPID.
           MOVE 0 TO OPS-AUTH-LEVEL.
           MOVE SPACES TO OPS-BRANCH, OPS-CERT-BY.
           MOVE 0 TO OPS-CERT-DATE-N.
           MOVE 42 TO WS-OPS-LEN.
           EXEC CICS READ
              DATASET('OPSEC')
              INTO(WS-OPS-REC)
              IF OPS-FAIL-COUNT >= WS-MAX-FAILS
                 MOVE 'L' TO OPS-LOCK-SW
              END-IF
              MOVE 42 TO WS-OPS-LEN
              EXEC CICS REWRITE
                 DATASET('OPSEC')
                 FROM(WS-OPS-REC)
              PERFORM 1000-SEND-PARA
           ELSE
              MOVE 0 TO OPS-FAIL-COUNT
              MOVE 42 TO WS-OPS-LEN
              EXEC CICS REWRITE
                 DATASET('OPSEC')
                 FROM(WS-OPS-REC)
              PERFORM 3200-LOG-PARA
              MOVE OPIDI TO CA-OPERATOR-ID
              MOVE OPS-ROLE TO CA-OP-ROLE
              IF OPS-AUTH-LEVEL NUMERIC
                 MOVE OPS-AUTH-LEVEL TO CA-AUTH-LEVEL
              ELSE
                 MOVE 0 TO CA-AUTH-LEVEL
              END-IF
              MOVE OPS-BRANCH TO CA-BRANCH
              MOVE SPACE TO CA-WQ-SW
      *       THE OPERATOR LANDS ON THEIR WORK QUEUE; PF3 THERE GOES
      *       ON TO THE MAIN MENU.
              MOVE 'X' TO CA-MODE
              MOVE LENGTH OF WS-COMMAREA TO WS-LEN
              EXEC CICS XCTL
                 PROGRAM('PPGM056')
                 COMMAREA(WS-COMMAREA)
                 LENGTH(WS-LEN)
              END-EXEC
              PERFORM 1000-SEND-PARA
           ELSE
              MOVE OPIDI TO OPS-OPID
              MOVE 0 TO OPS-AUTH-LEVEL
              MOVE SPACES TO OPS-BRANCH, OPS-CERT-BY
              MOVE 0 TO OPS-CERT-DATE-N
              MOVE 42 TO WS-OPS-LEN
              EXEC CICS READ
                 DATASET('OPSEC')
                 INTO(WS-OPS-REC)
                 COMPUTE OPS-PWD-EXPIRY-N =
                       FUNCTION DATE-OF-INTEGER(WS-EXP-INT)
                 MOVE 0 TO OPS-FAIL-COUNT
                 MOVE 42 TO WS-OPS-LEN
                 EXEC CICS REWRITE
                    DATASET('OPSEC')
                    FROM(WS-OPS-REC)
