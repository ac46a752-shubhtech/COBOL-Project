              COPY PLF3REC.
       01 WS-PND-REC.
              COPY PNDREC.
       77 WS-PND-LEN      PIC S9(04) COMP VALUE 49.
       77 WS-PND-RESP     PIC S9(08) COMP.
       01 WS-AUD-REC.
              COPY AUDREC.
           MOVE 'Q' TO PND-STATUS.
           MOVE SPACES TO PND-CHECKER.
           MOVE 0 TO PND-QUOTE-NO.
           MOVE 0 TO PND-ROUTE-LEVEL.
           MOVE 49 TO WS-PND-LEN.
           EXEC CICS WRITE
              DATASET('APPQUE')
              FROM(WS-PND-REC)
