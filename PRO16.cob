       77 WS-RST-LEN      PIC S9(04) COMP VALUE 57.
       77 WS-EFF-RATE     PIC 9(02)V99 VALUE 0.
       77 WS-RATE-WORK    PIC 9(04) VALUE 0.
       01 WS-RTH-REC.
              COPY RTHREC.
       77 WS-RTH-LEN      PIC S9(04) COMP VALUE 34.
       77 WS-RTH-RESP     PIC S9(08) COMP.
       01 WS-LGL-REC.
              COPY LGLREC.
       77 WS-LGL-LEN      PIC S9(04) COMP VALUE 94.
       77 WS-LGL-RESP     PIC S9(08) COMP.
       01 WS-EMP-REC.
              COPY EMPREC.
       77 WS-EMP-LEN      PIC S9(04) COMP VALUE 66.
       77 WS-EMP-RESP     PIC S9(08) COMP.
       01 WS-CHG-MSG.
           05 FILLER          PIC X(18) VALUE 'RECORD CHANGED BY '.
           05 WS-CHG-OP       PIC X(05).
       77 WS-JRN-LEN      PIC S9(04) COMP VALUE 445.
       01 WS-JRN-BEF1     PIC X(200).
       01 WS-JRN-BEF3     PIC X(200).
      *  DELEGATION OF POWERS - THE OPERATOR'S LIMIT FOR THE ACTION
      *  ON DOPMST, AND THE LEVEL AN OVER-LIMIT CASE MUST GO UP TO.
       01 WS-DOP-REC.
              COPY DOPREC.
       77 WS-DOP-LEN      PIC S9(04) COMP VALUE 39.
       77 WS-DOP-RESP     PIC S9(08) COMP.
       01 WS-STF-REC.
              COPY STFREC.
       77 WS-STF-LEN      PIC S9(04) COMP VALUE 30.
       77 WS-STF-RESP     PIC S9(08) COMP.
       77 WS-DOP-AMOUNT   PIC 9(09) VALUE 0.
       77 WS-DOP-OK       PIC X(01) VALUE 'N'.
       77 WS-DOP-DOWN     PIC X(01) VALUE 'N'.
       77 WS-DOP-TRY      PIC 9(02) VALUE 0.
       77 WS-DOP-START    PIC 9(02) VALUE 0.
       77 WS-MY-LEVEL     PIC 9(01) VALUE 0.
       77 WS-NEED-LEVEL   PIC 9(01) VALUE 0.
       01 WS-ROUTE-MSG.
           05 FILLER          PIC X(24)
                                  VALUE 'OVER YOUR LIMIT - NEEDS '.
           05 WS-RM-NAME      PIC X(20).
       01 WS-RM-LEVEL.
           05 FILLER          PIC X(06) VALUE 'LEVEL '.
           05 WS-RM-DIGIT     PIC 9(01).
           05 FILLER          PIC X(13) VALUE SPACES.

       LINKAGE SECTION.
       COPY CPCOMM REPLACING ==WS-COMMAREA== BY ==DFHCOMMAREA==.
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
              MOVE 'N' TO CA-RST-SW
              MOVE 'OWN OR RELATIVE ACCOUNT - NOT PERMITTED' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           MOVE PLF-CUST1-NO TO PLF-CUST-NO.
           MOVE 200 TO WS-LEN.
           EXEC CICS READ
           MOVE 'Y' TO CA-IMG-SW.
           MOVE 'Y' TO CA-RST-SW.
           MOVE 'KEY NEW EXPIRY AND PRESS PF5' TO MSGO.
      *    EMPCAP FLAGS A BORROWER WHOSE SALARY CANNOT CARRY THE EMI -
      *    THE RESET IS WHAT THE BRANCH HAS ALREADY OFFERED.
           MOVE PLF-ACCOUNT-NO TO EMP-ACCOUNT-NO.
           MOVE 66 TO WS-EMP-LEN.
           EXEC CICS READ
              DATASET('EMPLF')
              INTO(WS-EMP-REC)
              LENGTH(WS-EMP-LEN)
              RIDFLD(EMP-ACCOUNT-NO)
              RESP(WS-EMP-RESP)
           END-EXEC.
           IF WS-EMP-RESP = DFHRESP(NORMAL) AND EMP-RST-OFFERED
              MOVE 'SALARY CANNOT CARRY EMI - RESET OFFERED' TO MSGO
           END-IF.
      *    A LIVE COURT CASE DOES NOT BLOCK THE RESTRUCTURE, BUT THE
      *    SUPERVISOR IS WARNED BEFORE TOUCHING THE ACCOUNT.
           MOVE PLF-ACCOUNT-NO TO LGL-ACCOUNT-NO.
                 MOVE 'N' TO CA-RST-SW
                 PERFORM 1000-SEND-PARA
              END-IF
      *       THE DELEGATION IS ON THE BALANCE BEING RESCHEDULED -
      *       PRINCIPAL PLUS THE ARREARS ABOUT TO BE CAPITALIZED.
              MOVE PLF-LOAN-AMT1 TO WS-DOP-AMOUNT
              IF PLF-DUE-AMOUNT NUMERIC
                 ADD PLF-DUE-AMOUNT TO WS-DOP-AMOUNT
              END-IF
              PERFORM 3700-DOP-GATE-PARA
      *       THE OLD TERMS GO TO TDQ RSTLOG BEFORE ANYTHING CHANGES.
              MOVE PLF-ACCOUNT-NO TO RST-ACCOUNT-NO
              MOVE PLF-EXPIRY-DATE TO RST-OLD-EXPIRY
              MOVE WS-JRN-BEF3 TO JRN-BEFORE
              MOVE WS-CUST-ACC-REC TO JRN-AFTER
              PERFORM 9400-JOURNAL-PARA
              IF RNRI NUMERIC AND RNRI > 0
                 MOVE 'S' TO RTH-REASON
                 PERFORM 9300-RATE-HIST-PARA
              END-IF
      *       THE RESTRUCTURED MARKER NOW LIVES ON THE ACCOUNT - THE
      *       CUSTOMER RECORD IS LEFT ALONE SO HIS OTHER LOANS DO NOT
      *       INHERIT THE SEASONING LABEL.
              MOVE PLF-LOAN-AMT1 TO PLF5-BALANCE-AFTER
              MOVE 0 TO PLF5-RCPT-NO
              PERFORM 9200-LEDGER-PARA
              PERFORM 3600-EMP-TAKEN-PARA
              MOVE 'N' TO CA-RST-SW
              MOVE 'LOAN RESTRUCTURED - NEW SCHEDULE POSTED' TO MSGO
              PERFORM 1000-SEND-PARA
              LENGTH(WS-INST-LEN)
              RIDFLD(PLF6-KEY)
           END-EXEC.
       3600-EMP-TAKEN-PARA.
      *    AN OUTSTANDING RESET OFFER IS NOW TAKEN UP.
           MOVE PLF-ACCOUNT-NO TO EMP-ACCOUNT-NO.
           MOVE 66 TO WS-EMP-LEN.
           EXEC CICS READ
              DATASET('EMPLF')
              INTO(WS-EMP-REC)
              LENGTH(WS-EMP-LEN)
              RIDFLD(EMP-ACCOUNT-NO)
              UPDATE
              RESP(WS-EMP-RESP)
           END-EXEC.
           IF WS-EMP-RESP = DFHRESP(NORMAL)
              IF EMP-RST-OFFERED
                 MOVE 'T' TO EMP-RST-OFFER
                 EXEC CICS REWRITE
                    DATASET('EMPLF')
                    FROM(WS-EMP-REC)
                    LENGTH(WS-EMP-LEN)
                 END-EXEC
              ELSE
                 EXEC CICS UNLOCK
                    DATASET('EMPLF')
                 END-EXEC
              END-IF
           END-IF.
       3700-DOP-GATE-PARA.
      *    THE OPERATOR'S AUTHORITY LEVEL MUST CARRY A DOPMST
      *    RESTRUCTURE LIMIT COVERING THE AMOUNT. ABOVE IT NOTHING
      *    CHANGES AND THE OPERATOR IS TOLD WHICH LEVEL HAS TO DO IT.
           IF CA-AUTH-LEVEL NUMERIC
              MOVE CA-AUTH-LEVEL TO WS-MY-LEVEL
           ELSE
              MOVE 0 TO WS-MY-LEVEL
           END-IF.
           MOVE 'N' TO WS-DOP-DOWN.
           MOVE WS-MY-LEVEL TO WS-DOP-TRY.
           PERFORM 3710-DOP-READ-PARA.
           IF WS-DOP-OK = 'N'
              MOVE 0 TO WS-NEED-LEVEL
              COMPUTE WS-DOP-START = WS-MY-LEVEL + 1
              PERFORM 3720-DOP-STEP-PARA
                 VARYING WS-DOP-TRY FROM WS-DOP-START BY 1
                 UNTIL WS-DOP-TRY > 9 OR WS-NEED-LEVEL > 0
                 OR WS-DOP-DOWN = 'Y'
              EXEC CICS UNLOCK
                 DATASET('PLF3')
              END-EXEC
              EXEC CICS UNLOCK
                 DATASET('PLF01')
              END-EXEC
              MOVE 'DOPMS' TO AUD-FILE-ID
              MOVE 'B' TO AUD-ACTION
              PERFORM 9000-AUDIT-PARA
              MOVE 'N' TO CA-RST-SW
              IF WS-DOP-DOWN = 'Y'
                 MOVE 'DELEGATION MASTER UNAVAILABLE - NOT DONE'
                    TO MSGO
              ELSE IF WS-NEED-LEVEL = 0
                 MOVE 'ABOVE EVERY DELEGATED LIMIT - REFER UPWARD'
                    TO MSGO
              ELSE
                 MOVE WS-ROUTE-MSG TO MSGO
              END-IF
              END-IF
              PERFORM 1000-SEND-PARA
           END-IF.
       3710-DOP-READ-PARA.
      *    LEVEL ZERO HOLDS NO POWERS. A LEVEL WITH NO ROW FOR THE
      *    ACTION HAS NONE OVER IT EITHER.
           MOVE 'N' TO WS-DOP-OK.
           IF WS-DOP-TRY > 0
              MOVE 'R' TO DOP-ACTION
              MOVE WS-DOP-TRY TO DOP-LEVEL
              MOVE 39 TO WS-DOP-LEN
              EXEC CICS READ
                 DATASET('DOPMST')
                 INTO(WS-DOP-REC)
                 LENGTH(WS-DOP-LEN)
                 RIDFLD(DOP-KEY)
                 RESP(WS-DOP-RESP)
              END-EXEC
              IF WS-DOP-RESP = DFHRESP(NORMAL)
                 IF DOP-LIMIT NOT < WS-DOP-AMOUNT
                    MOVE 'Y' TO WS-DOP-OK
                 END-IF
              ELSE IF WS-DOP-RESP NOT = DFHRESP(NOTFND)
                 MOVE 'Y' TO WS-DOP-DOWN
              END-IF
              END-IF
           END-IF.
       3720-DOP-STEP-PARA.
           PERFORM 3710-DOP-READ-PARA.
           IF WS-DOP-OK = 'Y'
              MOVE WS-DOP-TRY TO WS-NEED-LEVEL
              IF DOP-LEVEL-NAME = SPACES
                 MOVE WS-DOP-TRY TO WS-RM-DIGIT
                 MOVE WS-RM-LEVEL TO WS-RM-NAME
              ELSE
                 MOVE DOP-LEVEL-NAME TO WS-RM-NAME
              END-IF
           END-IF.
       0001-MF-PARA.
           MOVE 'MAP FAIL ERROR' TO MSGO.
           PERFORM 1000-SEND-PARA.
              FROM(WS-JRN-REC)
              LENGTH(WS-JRN-LEN)
           END-EXEC.
       9300-RATE-HIST-PARA.
      *    A KEYED RESTRUCTURE RATE IS A NEW ENTRY ON THE ACCOUNT'S
      *    RATE HISTORY, DATED THE DAY THE NEW TERMS TAKE EFFECT.
           MOVE PLF-ACCOUNT-NO TO RTH-ACCOUNT-NO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RTH-EFF-DATE-N.
           MOVE EIBTIME TO RTH-TIME.
           IF PLF-INT-RATE-X NUMERIC AND PLF-INT-RATE-X > 0
              MOVE PLF-INT-RATE-X TO RTH-RATE
           ELSE
              MOVE PLF-INTEREST TO RTH-RATE
           END-IF.
           MOVE CA-OPERATOR-ID TO RTH-OPERATOR.
           MOVE 34 TO WS-RTH-LEN.
           EXEC CICS WRITE
              DATASET('RATEHST')
              FROM(WS-RTH-REC)
              LENGTH(WS-RTH-LEN)
              RIDFLD(RTH-KEY)
              RESP(WS-RTH-RESP)
           END-EXEC.
       9000-AUDIT-PARA.
           MOVE FUNCTION CURRENT-DATE(5:2) TO AUD-TIMESTAMP(1:2).
           MOVE "/"                        TO AUD-TIMESTAMP(3:1).
