       77 WS-XFR-RESP     PIC S9(08) COMP.
       01 WS-PND-REC.
              COPY PNDREC.
       77 WS-PND-LEN      PIC S9(04) COMP VALUE 49.
       77 WS-PND-RESP     PIC S9(08) COMP.
       01 WS-BRM-REC.
              COPY BRMREC.
       77 WS-BRM-LEN      PIC S9(04) COMP VALUE 82.
       77 WS-BRM-RESP     PIC S9(08) COMP.
       01 WS-AUD-REC.
              COPY AUDREC.
       77 WS-AUD-LEN      PIC S9(04) COMP VALUE 37.
              MOVE 'CUSTOMER IS ALREADY AT THAT BRANCH..' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
      *    THE RECEIVING BRANCH MUST BE ON THE BRANCH MASTER AND OPEN -
      *    A CLOSED BRANCH TAKES NO TRANSFERS-IN.
           MOVE BXTBI TO BRM-CODE.
           MOVE 82 TO WS-BRM-LEN.
           EXEC CICS READ
              DATASET('BRMST')
              INTO(WS-BRM-REC)
              LENGTH(WS-BRM-LEN)
              RIDFLD(BRM-CODE)
              RESP(WS-BRM-RESP)
           END-EXEC.
           IF WS-BRM-RESP NOT = DFHRESP(NORMAL)
              MOVE 'NEW BRANCH NOT ON BRANCH MASTER..' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           IF BRM-CLOSED
              MOVE 'NEW BRANCH IS CLOSED..' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           MOVE PLF-CUST-NO TO XFR-CUST-NO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO XFR-DATE-N.
           MOVE PLF-BRANCH-CODE TO XFR-FROM-BRANCH.
           MOVE 'Q' TO PND-STATUS.
           MOVE SPACES TO PND-CHECKER.
           MOVE 0 TO PND-QUOTE-NO.
           MOVE 0 TO PND-ROUTE-LEVEL.
           MOVE 49 TO WS-PND-LEN.
           EXEC CICS WRITE
              DATASET('APPQUE')
              FROM(WS-PND-REC)
