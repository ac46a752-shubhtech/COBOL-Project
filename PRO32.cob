       77 WS-CS-LEN       PIC S9(04) COMP VALUE 67.
       77 WS-CS-RESP      PIC S9(08) COMP.
       77 WS-CS-NEW       PIC X(01) VALUE 'N'.
       01 WS-CPF-REC.
              COPY CPFREC.
       77 WS-CPF-LEN      PIC S9(04) COMP VALUE 30.
       77 WS-CPF-RESP     PIC S9(08) COMP.
       77 WS-CPF-FOUND    PIC X(01) VALUE 'N'.
       77 WS-CPF-BLOCK    PIC X(01) VALUE SPACE.
       77 WS-HOUR         PIC 9(02) VALUE 0.
       01 WS-CPF-HOURS-MSG.
           05 FILLER      PIC X(20) VALUE 'CALL ONLY BETWEEN   '.
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
           END-IF.
           IF EIBCALEN = 0 OR CA-MODE-XCTL
              MOVE LOW-VALUES TO CWK1I, CWK1O
      *       HANDED AN ITEM BY THE WORK QUEUE - START ON IT.
              IF CA-FROM-WORKQ
                 MOVE CA-CUST-NO TO CWACO
                 MOVE SPACE TO CA-WQ-SW
              END-IF
              PERFORM 1000-SEND-PARA
           ELSE
              PERFORM 2000-RECEIVE-PARA
              PERFORM 3400-LIFT-PARA
           ELSE IF EIBAID = DFHPF8
              PERFORM 3500-NOTE-PARA
           ELSE IF EIBAID = DFHPF9
              MOVE 'X' TO CA-MODE
              MOVE LENGTH OF WS-COMMAREA TO WS-LEN
              EXEC CICS XCTL
                 PROGRAM('PPGM051')
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
           END-IF.
       3050-CS-READ-PARA.
      *    THE ACCOUNT MUST EXIST ON THE BOOK; A DESK ACTION BEFORE
              LENGTH(WS-LEN)
              RIDFLD(PLF-ACCOUNT-NO)
           END-EXEC.
           PERFORM 3055-PREF-READ-PARA.
           MOVE 'N' TO WS-CS-NEW.
           MOVE CWACI TO CS-ACCOUNT-NO.
           MOVE 67 TO WS-CS-LEN.
              MOVE SPACES TO CS-LAST-CONTACT
              MOVE SPACES TO CS-NOTE
           END-IF.
       3055-PREF-READ-PARA.
      *    THE CUSTOMER'S CONTACT PREFERENCES - NO CONPREF ROW LEAVES
      *    THE DESK FREE TO CALL AT ANY TIME, AS BEFORE.
           MOVE 'N' TO WS-CPF-FOUND.
           MOVE PLF-CUST1-NO TO CPF-CUST-NO.
           MOVE 30 TO WS-CPF-LEN.
           EXEC CICS READ
              DATASET('CONPREF')
              INTO(WS-CPF-REC)
              LENGTH(WS-CPF-LEN)
              RIDFLD(CPF-CUST-NO)
              RESP(WS-CPF-RESP)
           END-EXEC.
           IF WS-CPF-RESP = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-CPF-FOUND
           END-IF.
       3060-CS-WRITE-PARA.
           MOVE 67 TO WS-CS-LEN.
           IF WS-CS-NEW = 'Y'
           END-IF.
           PERFORM 3070-SHOW-PARA.
           MOVE 'PF5=PTP PF6=HOLD PF7=LIFT PF8=NOTE' TO MSGO.
      *    WARN THE DESK OF ANY CONTACT RESTRICTION BEFORE THEY DIAL.
           IF WS-CPF-FOUND = 'Y'
              IF CPF-DND-ON
                 MOVE 'DO NOT DISTURB - CUSTOMER NOT TO BE CALLED'
                   TO MSGO
              ELSE IF CPF-CH-LETTER
                 MOVE 'LETTERS ONLY - CUSTOMER NOT TO BE CALLED'
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
       3200-PTP-PARA.
           PERFORM 3050-CS-READ-PARA.
           PERFORM 1000-SEND-PARA.
       3500-NOTE-PARA.
           PERFORM 3050-CS-READ-PARA.
           PERFORM 3510-CONTACT-GATE-PARA.
           MOVE CWNTI TO CS-NOTE.
           MOVE FUNCTION CURRENT-DATE(5:2) TO CS-LAST-CONTACT(1:2).
           MOVE "/"                        TO CS-LAST-CONTACT(3:1).
           PERFORM 3070-SHOW-PARA.
           MOVE 'CONTACT ATTEMPT NOTED.......' TO MSGO.
           PERFORM 1000-SEND-PARA.
       3510-CONTACT-GATE-PARA.
      *    A CALL THE CUSTOMER HAS ASKED US NOT TO MAKE - DO-NOT-
      *    DISTURB, LETTERS ONLY, OR OUTSIDE THE PERMITTED HOURS - IS
      *    REFUSED, AND THE REFUSAL GOES ON NTFLOG WITH ITS REASON.
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
              IF WS-CS-NEW = 'N'
                 EXEC CICS UNLOCK
                    DATASET('COLSTS')
                 END-EXEC
              END-IF
              PERFORM 3600-NTL-WRITE-PARA
              MOVE 'CPREF' TO AUD-FILE-ID
              MOVE 'B' TO AUD-ACTION
              PERFORM 9000-AUDIT-PARA
              PERFORM 3070-SHOW-PARA
              IF WS-CPF-BLOCK = 'H'
                 MOVE CPF-HOUR-FROM TO CPM-FROM
                 MOVE CPF-HOUR-TO TO CPM-TO
                 MOVE WS-CPF-HOURS-MSG TO MSGO
              ELSE
                 MOVE 'CUSTOMER NOT TO BE CALLED - NOT NOTED'
                   TO MSGO
              END-IF
              PERFORM 1000-SEND-PARA
           END-IF.
       3600-NTL-WRITE-PARA.
      *    EIBTIME IS ONLY TO THE SECOND - A DUPREC BUMPS THE TIME
      *    PORTION OF THE KEY AND RETRIES.
           MOVE CS-ACCOUNT-NO TO NTL-ACCOUNT-NO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO NTL-DATE-N.
           MOVE EIBTIME TO NTL-TIME.
           MOVE 'W' TO NTL-EVENT.
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
