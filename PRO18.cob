       77 WS-DONE-SW      PIC X(01) VALUE 'N'.
       77 WS-SENT-COUNT   PIC 9(05) VALUE 0.
       77 WS-FAIL-COUNT   PIC 9(05) VALUE 0.
       77 WS-SUPP-COUNT   PIC 9(05) VALUE 0.
       01 WS-CUST-ACC-REC.
              COPY PLF3REC.
       77 WS-PLF-RESP     PIC S9(08) COMP.
       01 WS-CPF-REC.
              COPY CPFREC.
       77 WS-CPF-LEN      PIC S9(04) COMP VALUE 30.
       77 WS-CPF-RESP     PIC S9(08) COMP.
       77 WS-SEND-SMS     PIC X(01) VALUE 'Y'.
       77 WS-SEND-LTR     PIC X(01) VALUE 'Y'.
       77 WS-SUPP-REASON  PIC X(01) VALUE SPACE.
       77 WS-HOUR         PIC 9(02) VALUE 0.
      *  SMS EXTRACT LINE - ONE SHORT TEXT PER EVENT, PICKED UP BY THE
      *  SMS GATEWAY FROM EXTRAPARTITION TDQ SMSQ. THE LANGUAGE CODE
      *  ON THE END PICKS THE GATEWAY'S TEMPLATE.
       01 WS-SMS-LINE.
           05 SMS-PHONE       PIC 9(10).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 SMS-TEXT        PIC X(60).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 SMS-LANG        PIC X(02).
       77 WS-SMS-LEN      PIC S9(04) COMP VALUE 74.
       01 WS-SMS-TEXT.
           05 SMS-VERB        PIC X(20).
           05 FILLER          PIC X(04) VALUE ' AC '.
       01 WS-LTR-LINE1.
           05 FILLER          PIC X(09) VALUE 'TO:      '.
           05 LTR-NAME        PIC X(15).
           05 FILLER          PIC X(08) VALUE '  LANG: '.
           05 LTR-LANG        PIC X(02).
           05 FILLER          PIC X(46) VALUE SPACES.
       01 WS-LTR-LINE2.
           05 FILLER          PIC X(09) VALUE 'ACCOUNT: '.
           05 LTR-ACCT        PIC X(10).
       77 WS-LTR-LEN      PIC S9(04) COMP VALUE 80.
      *  SENT-LOG, VSAM NTFLOG, KEYED ACCOUNT + DATE + TIME.
       01 WS-NTL-REC.
              COPY NTLREC.
       77 WS-NTL-LEN      PIC S9(04) COMP VALUE 38.
       77 WS-NTL-RESP     PIC S9(08) COMP.
       77 WS-NTL-TRIES    PIC 9(02) VALUE 0.
       77 WS-NTL-DONE     PIC X(01) VALUE 'N'.
              MOVE 'APPLICATION EXPIRED ' TO SMS-VERB
           ELSE IF NOTIF-EV-MNDT-STOP
              MOVE 'AUTO-DEBIT STOPPED  ' TO SMS-VERB
           ELSE IF NOTIF-EV-RATE-CHANGE
              MOVE 'LOAN RATE REVISED   ' TO SMS-VERB
           ELSE IF NOTIF-EV-DISCONTINUED
              MOVE 'COURSE DISCONTINUED ' TO SMS-VERB
           ELSE IF NOTIF-EV-REKYC
              MOVE 'KYC RENEWAL DUE     ' TO SMS-VERB
           ELSE
              MOVE 'LOAN ADVICE         ' TO SMS-VERB
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           MOVE NOTIF-ACCOUNT-NO TO SMS-ACCT.
           MOVE NOTIF-LOAN-AMT TO SMS-AMT.
           PERFORM 2100-PREF-PARA.
      *    A CUSTOMER WITHOUT A USABLE PHONE NUMBER CANNOT BE TEXTED -
      *    THE ITEM IS LOGGED FAILED WITH THE RETRY FLAG UP SO THE
      *    BRANCH CAN CHASE A CORRECTED NUMBER.
           IF WS-SEND-SMS = 'N' AND WS-SEND-LTR = 'N'
              PERFORM 4500-LOG-SUPP-PARA
           ELSE IF WS-SEND-SMS = 'Y'
              AND (NOTIF-PHONE NOT NUMERIC OR NOTIF-PHONE = 0)
              PERFORM 4000-LOG-FAIL-PARA
           ELSE
              IF WS-SEND-SMS = 'Y'
                 MOVE NOTIF-PHONE TO SMS-PHONE
                 MOVE WS-SMS-TEXT TO SMS-TEXT
                 EXEC CICS WRITEQ TD
                    QUEUE('SMSQ')
                    FROM(WS-SMS-LINE)
                    LENGTH(WS-SMS-LEN)
                 END-EXEC
              END-IF
              IF WS-SEND-LTR = 'Y'
                 MOVE NOTIF-CUST-NAME TO LTR-NAME
                 MOVE NOTIF-ACCOUNT-NO TO LTR-ACCT
                 MOVE SMS-VERB TO LTR-EVENT
                 MOVE NOTIF-LOAN-AMT TO LTR-AMT
                 EXEC CICS WRITEQ TD
                    QUEUE('LTRQ')
                    FROM(WS-LTR-LINE1)
                    LENGTH(WS-LTR-LEN)
                 END-EXEC
                 EXEC CICS WRITEQ TD
                    QUEUE('LTRQ')
                    FROM(WS-LTR-LINE2)
                    LENGTH(WS-LTR-LEN)
                 END-EXEC
              END-IF
              PERFORM 3000-LOG-SENT-PARA
           END-IF
           END-IF.
       2100-PREF-PARA.
      *    THE CUSTOMER'S CONTACT PREFERENCES ARE REACHED THROUGH THE
      *    LOAN'S OWNING CUSTOMER. NO LOAN OR NO CONPREF ROW LEAVES
      *    EVERY CHANNEL OPEN, AS BEFORE.
           MOVE 'Y' TO WS-SEND-SMS.
           MOVE 'Y' TO WS-SEND-LTR.
           MOVE SPACE TO WS-SUPP-REASON.
           MOVE 'EN' TO SMS-LANG.
           MOVE 'EN' TO LTR-LANG.
           MOVE NOTIF-ACCOUNT-NO TO PLF-ACCOUNT-NO.
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
                 PERFORM 2150-PREF-APPLY-PARA
              END-IF
           END-IF.
       2150-PREF-APPLY-PARA.
      *    DO-NOT-DISTURB SILENCES EVERYTHING BUT A MANDATORY
      *    REGULATORY LETTER; A CHANNEL CHOICE DROPS THE OTHER
      *    CHANNEL (THE REGULATORY LETTER STILL GOES TO AN SMS-ONLY
      *    CUSTOMER); A TEXT OUTSIDE THE PERMITTED HOURS IS HELD.
           IF CPF-LANGUAGE NOT = SPACES
              MOVE CPF-LANGUAGE TO SMS-LANG
              MOVE CPF-LANGUAGE TO LTR-LANG
           END-IF.
           IF CPF-DND-ON
              MOVE 'N' TO WS-SEND-SMS
              MOVE 'D' TO WS-SUPP-REASON
              IF NOT NOTIF-EV-REGULATORY
                 MOVE 'N' TO WS-SEND-LTR
              END-IF
           ELSE IF CPF-CH-LETTER
              MOVE 'N' TO WS-SEND-SMS
              MOVE 'L' TO WS-SUPP-REASON
           ELSE IF CPF-CH-SMS AND NOT NOTIF-EV-REGULATORY
              MOVE 'N' TO WS-SEND-LTR
              MOVE 'S' TO WS-SUPP-REASON
           END-IF
           END-IF
           END-IF.
           IF WS-SEND-SMS = 'Y'
              AND (CPF-HOUR-FROM NOT = 0 OR CPF-HOUR-TO NOT = 0)
              MOVE FUNCTION CURRENT-DATE(9:2) TO WS-HOUR
              IF WS-HOUR < CPF-HOUR-FROM
                 OR (CPF-HOUR-TO NOT = 0
                     AND WS-HOUR NOT < CPF-HOUR-TO)
                 MOVE 'N' TO WS-SEND-SMS
                 MOVE 'H' TO WS-SUPP-REASON
              END-IF
           END-IF.
       3000-LOG-SENT-PARA.
           PERFORM 3500-NTL-KEY-PARA.
           MOVE 'Y' TO NTL-RETRY-SW.
           PERFORM 3600-NTL-WRITE-PARA.
           ADD 1 TO WS-FAIL-COUNT.
       4500-LOG-SUPP-PARA.
      *    NOTHING WENT - THE REASON ON THE LOG IS THE PROOF THAT THE
      *    CUSTOMER'S WISHES WERE KEPT.
           PERFORM 3500-NTL-KEY-PARA.
           MOVE 'X' TO NTL-STATUS.
           MOVE 'N' TO NTL-RETRY-SW.
           PERFORM 3600-NTL-WRITE-PARA.
           ADD 1 TO WS-SUPP-COUNT.
       3500-NTL-KEY-PARA.
           MOVE NOTIF-ACCOUNT-NO TO NTL-ACCOUNT-NO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO NTL-DATE-N.
           MOVE EIBTIME TO NTL-TIME.
           MOVE NOTIF-EVENT TO NTL-EVENT.
           MOVE WS-SUPP-REASON TO NTL-REASON.
           IF NOTIF-PHONE NUMERIC
              MOVE NOTIF-PHONE TO NTL-PHONE
           ELSE
           MOVE 'N' TO WS-NTL-DONE.
           PERFORM 3610-NTL-TRY-PARA UNTIL WS-NTL-DONE = 'Y'.
       3610-NTL-TRY-PARA.
           MOVE 38 TO WS-NTL-LEN.
           EXEC CICS WRITE
              DATASET('NTFLOG')
              FROM(WS-NTL-REC)
