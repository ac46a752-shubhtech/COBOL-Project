              COPY DFHAID.
              COPY CPCOMM.
       77 WS-ALO-LEN      PIC S9(04) COMP VALUE 67.
       01 WS-CUST-ACC-REC.
              COPY PLF3REC.
       77 WS-PLF-RESP     PIC S9(08) COMP.
       01 WS-CPF-REC.
              COPY CPFREC.
       77 WS-CPF-LEN      PIC S9(04) COMP VALUE 30.
       77 WS-CPF-RESP     PIC S9(08) COMP.
       77 WS-CPF-FOUND    PIC X(01) VALUE 'N'.
       77 WS-CPF-BLOCK    PIC X(01) VALUE SPACE.
       77 WS-HOUR         PIC 9(02) VALUE 0.
       01 WS-CPF-HOURS-MSG.
           05 FILLER      PIC X(20) VALUE 'VISIT ONLY BETWEEN  '.
           05 CPM-FROM    PIC 9(02).
           05 FILLER      PIC X(04) VALUE ' AND'.
           05 FILLER      PIC X(01) VALUE SPACE.
           05 CPM-TO      PIC 9(02).
           05 FILLER      PIC X(06) VALUE ' HOURS'.
       01 WS-NTL-REC.
              COPY NTLREC.
       77 WS-NTL-LEN      PIC S9(04) COMP VALUE 38.
       77 WS-NTL-RESP     PIC S9(08) COMP.
       77 WS-NTL-TRIES    PIC 9(02) VALUE 0.
       77 WS-NTL-DONE     PIC X(01) VALUE 'N'.
       01 WS-AUD-REC.
              COPY AUDREC.
       77 WS-AUD-LEN      PIC S9(04) COMP VALUE 37.
           MOVE ALO-VISIT-DATE TO AVVDO.
           MOVE ALO-VISIT-NOTE TO AVNTO.
           MOVE 'KEY THE OUTCOME AND PF5 TO RECORD' TO MSGO.
      *    WARN THE AGENT OF ANY CONTACT RESTRICTION BEFORE THEY GO.
           PERFORM 3050-PREF-READ-PARA.
           IF WS-CPF-FOUND = 'Y'
              IF CPF-DND-ON
                 MOVE 'DO NOT DISTURB - CUSTOMER NOT TO BE VISITED'
                   TO MSGO
              ELSE IF CPF-CH-LETTER
                 MOVE 'LETTERS ONLY - CUSTOMER NOT TO BE VISITED'
                   TO MSGO
              ELSE IF CPF-HOUR-FROM NOT = 0 OR CPF-HOUR-TO NOT = 0
                 MOVE CPF-HOUR-FROM TO CPM-FROM
                 MOVE CPF-HOUR-TO TO CPM-TO
                 MOVE WS-CPF-HOURS-MSG TO MSGO
              ELSE IF CPF-GUAR-BARRED
                 MOVE 'GUARANTOR IS NOT TO BE CONTACTED' TO MSGO
              END-IF
              END-IF
              END-IF
              END-IF
           END-IF.
           PERFORM 1000-SEND-PARA.
       3050-PREF-READ-PARA.
      *    THE CUSTOMER'S CONTACT PREFERENCES ARE REACHED THROUGH THE
      *    LOAN'S OWNING CUSTOMER. NO LOAN OR NO CONPREF ROW LEAVES
      *    THE AGENT FREE TO VISIT AT ANY TIME, AS BEFORE.
           MOVE 'N' TO WS-CPF-FOUND.
           MOVE ALO-ACCOUNT-NO TO PLF-ACCOUNT-NO.
           MOVE 200 TO WS-LEN.
           EXEC CICS READ
              DATASET('PLF3')
              INTO(WS-CUST-ACC-REC)
              LENGTH(WS-LEN)
              RIDFLD(PLF-ACCOUNT-NO)
              RESP(WS-PLF-RESP)
           END-EXEC.
           IF WS-PLF-RESP = DFHRESP(NORMAL)
              MOVE PLF-CUST1-NO TO CPF-CUST-NO
              MOVE 30 TO WS-CPF-LEN
              EXEC CICS READ
                 DATASET('CONPREF')
                 INTO(WS-CPF-REC)
                 LENGTH(WS-CPF-LEN)
                 RIDFLD(CPF-CUST-NO)
                 RESP(WS-CPF-RESP)
              END-EXEC
              IF WS-CPF-RESP = DFHRESP(NORMAL)
                 MOVE 'Y' TO WS-CPF-FOUND
              END-IF
           END-IF.
       3200-VISIT-PARA.
           MOVE AVACI TO ALO-ACCOUNT-NO.
           MOVE 67 TO WS-ALO-LEN.
              RIDFLD(ALO-ACCOUNT-NO)
              UPDATE
           END-EXEC.
           PERFORM 3210-VISIT-GATE-PARA.
           MOVE AVNTI TO ALO-VISIT-NOTE.
           MOVE FUNCTION CURRENT-DATE(5:2) TO ALO-VISIT-DATE(1:2).
           MOVE "/"                        TO ALO-VISIT-DATE(3:1).
           MOVE ALO-VISIT-NOTE TO AVNTO.
           MOVE 'VISIT OUTCOME RECORDED.......' TO MSGO.
           PERFORM 1000-SEND-PARA.
       3210-VISIT-GATE-PARA.
      *    A VISIT THE CUSTOMER HAS ASKED US NOT TO MAKE - DO-NOT-
      *    DISTURB, LETTERS ONLY, OR OUTSIDE THE PERMITTED HOURS - IS
      *    NOT RECORDED, AND THE REFUSAL GOES ON NTFLOG WITH ITS
      *    REASON.
           PERFORM 3050-PREF-READ-PARA.
           MOVE SPACE TO WS-CPF-BLOCK.
           IF WS-CPF-FOUND = 'Y'
              IF CPF-DND-ON
                 MOVE 'D' TO WS-CPF-BLOCK
              ELSE IF CPF-CH-LETTER
                 MOVE 'L' TO WS-CPF-BLOCK
              ELSE IF CPF-HOUR-FROM NOT = 0 OR CPF-HOUR-TO NOT = 0
                 MOVE FUNCTION CURRENT-DATE(9:2) TO WS-HOUR
                 IF WS-HOUR < CPF-HOUR-FROM
                    OR (CPF-HOUR-TO NOT = 0
                        AND WS-HOUR NOT < CPF-HOUR-TO)
                    MOVE 'H' TO WS-CPF-BLOCK
                 END-IF
              END-IF
              END-IF
              END-IF
           END-IF.
           IF WS-CPF-BLOCK NOT = SPACE
              EXEC CICS UNLOCK
                 DATASET('ALLOCF')
              END-EXEC
              PERFORM 3600-NTL-WRITE-PARA
              MOVE 'CPREF' TO AUD-FILE-ID
              MOVE 'B' TO AUD-ACTION
              PERFORM 9000-AUDIT-PARA
              IF WS-CPF-BLOCK = 'H'
                 MOVE CPF-HOUR-FROM TO CPM-FROM
                 MOVE CPF-HOUR-TO TO CPM-TO
                 MOVE WS-CPF-HOURS-MSG TO MSGO
              ELSE
                 MOVE 'CUSTOMER NOT TO BE VISITED - NOT RECORDED'
                   TO MSGO
              END-IF
              PERFORM 1000-SEND-PARA
           END-IF.
       3600-NTL-WRITE-PARA.
      *    EIBTIME IS ONLY TO THE SECOND - A DUPREC BUMPS THE TIME
      *    PORTION OF THE KEY AND RETRIES.
           MOVE ALO-ACCOUNT-NO TO NTL-ACCOUNT-NO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO NTL-DATE-N.
           MOVE EIBTIME TO NTL-TIME.
           MOVE 'V' TO NTL-EVENT.
           MOVE 0 TO NTL-PHONE.
           MOVE 'X' TO NTL-STATUS.
           MOVE 'N' TO NTL-RETRY-SW.
           MOVE WS-CPF-BLOCK TO NTL-REASON.
           MOVE 0 TO WS-NTL-TRIES.
           MOVE 'N' TO WS-NTL-DONE.
           PERFORM 3610-NTL-TRY-PARA UNTIL WS-NTL-DONE = 'Y'.
       3610-NTL-TRY-PARA.
           MOVE 38 TO WS-NTL-LEN.
           EXEC CICS WRITE
              DATASET('NTFLOG')
              FROM(WS-NTL-REC)
              LENGTH(WS-NTL-LEN)
              RIDFLD(NTL-KEY)
              RESP(WS-NTL-RESP)
           END-EXEC.
           IF WS-NTL-RESP = DFHRESP(DUPREC)
              AND WS-NTL-TRIES < 10
              ADD 1 TO NTL-TIME
              ADD 1 TO WS-NTL-TRIES
           ELSE
              MOVE 'Y' TO WS-NTL-DONE
           END-IF.
       0001-MF-PARA.
           MOVE 'MAP FAIL ERROR' TO MSGO.
           PERFORM 1000-SEND-PARA.
