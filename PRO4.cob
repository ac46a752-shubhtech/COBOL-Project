       77 WS-AUD-LEN      PIC S9(04) COMP VALUE 37.
       01 WS-PND-REC.
              COPY PNDREC.
       77 WS-PND-LEN      PIC S9(04) COMP VALUE 49.
       77 WS-PND-RESP     PIC S9(08) COMP.

       01 WS-LGL-REC.
              COPY LGLREC.
       77 WS-LGL-LEN      PIC S9(04) COMP VALUE 94.
       77 WS-LGL-RESP     PIC S9(08) COMP.
       01 WS-STF-REC.
              COPY STFREC.
       77 WS-STF-LEN      PIC S9(04) COMP VALUE 30.
       77 WS-STF-RESP     PIC S9(08) COMP.
       01 WS-CHG-MSG.
           05 FILLER          PIC X(18) VALUE 'RECORD CHANGED BY '.
           05 WS-CHG-OP       PIC X(05).
              LENGTH(WS-LEN)
              RIDFLD(PLF-ACCOUNT-NO)
           END-EXEC.
      *    NOBODY WORKS THEIR OWN OR A DECLARED RELATIVE'S LOAN - A
      *    STAFF LINK BETWEEN THE OWNING CUSTOMER AND THIS OPERATOR
      *    STOPS THE FETCH, AND THE REFUSAL GOES TO AUDLOG.
           MOVE PLF-CUST1-NO TO STF-CUST-NO.
           MOVE CA-OPERATOR-ID TO STF-OPID.
           MOVE 30 TO WS-STF-LEN.
           EXEC CICS READ
              DATASET('STFLNK')
              INTO(WS-STF-REC)
              LENGTH(WS-STF-LEN)
              RIDFLD(STF-KEY)
              RESP(WS-STF-RESP)
           END-EXEC.
           IF WS-STF-RESP = DFHRESP(NORMAL)
              MOVE 'STFLK' TO AUD-FILE-ID
              MOVE 'B' TO AUD-ACTION
              PERFORM 9000-AUDIT-PARA
              MOVE 'N' TO CA-CLS-SW
              MOVE 'OWN OR RELATIVE ACCOUNT - NOT PERMITTED' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           MOVE PLF-CUST1-NO TO PLF-CUST-NO.
           MOVE 200 TO WS-LEN.
           EXEC CICS READ
           MOVE 'Q' TO PND-STATUS.
           MOVE SPACES TO PND-CHECKER.
           MOVE 0 TO PND-QUOTE-NO.
           MOVE 0 TO PND-ROUTE-LEVEL.
           MOVE 49 TO WS-PND-LEN.
           EXEC CICS WRITE
              DATASET('APPQUE')
              FROM(WS-PND-REC)
