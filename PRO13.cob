       77 WS-JRN-LEN      PIC S9(04) COMP VALUE 445.
       01 WS-JRN-BEF1     PIC X(200).
       01 WS-JRN-BEF3     PIC X(200).
       01 WS-RTH-REC.
              COPY RTHREC.
       77 WS-RTH-LEN      PIC S9(04) COMP VALUE 34.
       77 WS-RTH-RESP     PIC S9(08) COMP.
       01 WS-CNA-REC.
              COPY CNAREC.
       77 WS-CNA-LEN      PIC S9(04) COMP VALUE 46.
       77 WS-CNA-RESP     PIC S9(08) COMP.
       01 WS-KYC-REC.
              COPY KYCREC.
       77 WS-KYC-LEN      PIC S9(04) COMP VALUE 52.
       77 WS-KYC-RESP     PIC S9(08) COMP.
       77 WS-TODAY-N      PIC 9(08) VALUE 0.
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
              MOVE 'N' TO CA-TOP-SW
              MOVE 'OWN OR RELATIVE ACCOUNT - NOT PERMITTED' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           MOVE PLF-CUST1-NO TO PLF-CUST-NO.
           MOVE 200 TO WS-LEN.
           EXEC CICS READ
                 MOVE WS-CHG-MSG TO MSGO
                 PERFORM 1000-SEND-PARA
              END-IF
      *       A TOP-UP IS NEW MONEY - NONE GOES TO A CUSTOMER WHOSE
      *       RE-KYC HAS LAPSED. NO KYCF RECORD YET DOES NOT STOP IT.
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-N
              MOVE PLF-CUST-NO TO KYC-CUST-NO
              MOVE 52 TO WS-KYC-LEN
              EXEC CICS READ
                 DATASET('KYCF')
                 INTO(WS-KYC-REC)
                 LENGTH(WS-KYC-LEN)
                 RIDFLD(KYC-CUST-NO)
                 RESP(WS-KYC-RESP)
              END-EXEC
              IF WS-KYC-RESP = DFHRESP(NORMAL)
                 AND KYC-NEXT-DUE-N < WS-TODAY-N
                 EXEC CICS UNLOCK
                    DATASET('PLF3')
                 END-EXEC
                 EXEC CICS UNLOCK
                    DATASET('PLF01')
                 END-EXEC
                 MOVE 'KYCF ' TO AUD-FILE-ID
                 MOVE 'B' TO AUD-ACTION
                 PERFORM 9000-AUDIT-PARA
                 MOVE 'N' TO CA-TOP-SW
                 MOVE 'KYC HAS LAPSED - RE-VERIFY ON KYCMNT FIRST'
                    TO MSGO
                 PERFORM 1000-SEND-PARA
              END-IF
      *       THE ENHANCED TOTAL MUST STILL PASS THE SAME SALARY
      *       MULTIPLE THAT GATES A FRESH SANCTION, AND THE RATE SLAB
      *       IS RE-DERIVED FROM THE ENHANCED SANCTION.
              COMPUTE WS-NEW-SANCTION = PLF-LOAN-AMT + TADI
              COMPUTE WS-MAX-LOAN =
                    PLF-SAL-DRAWN * WS-LOAN-SAL-RATIO
      *       THE DELEGATION IS ON THE ENHANCED SANCTION - THE WHOLE
      *       EXPOSURE THE TOP-UP LEAVES ON THE BOOKS.
              MOVE WS-NEW-SANCTION TO WS-DOP-AMOUNT
              PERFORM 3170-DOP-GATE-PARA
              IF WS-NEW-SANCTION > WS-MAX-LOAN
                 MOVE 'TOP-UP EXCEEDS PERMITTED SALARY MULTIPLE' TO
                    MSGO
      *          THE SLAB AND LANDS IN THE TWO-DECIMAL EXTENSION -
      *          THE LEGACY DIGIT KEEPS THE SLAB VALUE FOR OLD EYES.
                 MOVE PLF-INTEREST TO PLF-INT-RATE-X
                 PERFORM 3160-CNC-PARA
                 IF TNRI NUMERIC AND TNRI > 0
                    MOVE TNRI TO WS-RATE-WORK
                    COMPUTE PLF-INT-RATE-X = WS-RATE-WORK / 100
                 MOVE WS-JRN-BEF3 TO JRN-BEFORE
                 MOVE WS-CUST-ACC-REC TO JRN-AFTER
                 PERFORM 9400-JOURNAL-PARA
                 MOVE 'T' TO RTH-REASON
                 PERFORM 9300-RATE-HIST-PARA
                 MOVE 'T' TO PLF5-TXN-TYPE
                 MOVE TADI TO PLF5-TXN-AMOUNT
                 MOVE PLF-LOAN-AMT1 TO PLF5-BALANCE-AFTER
           IF PLF-PROG-LEVEL > 02 AND PLF-INTEREST > 5
              SUBTRACT 1 FROM PLF-INTEREST
           END-IF.
       3160-CNC-PARA.
      *    A RATE CONCESSION STANDING ON THE ACCOUNT SURVIVES THE SLAB
      *    RE-DERIVATION - IT COMES OFF THE NEW SLAB RATE JUST AS APPRV
      *    TOOK IT OFF THE ORIGINAL ONE. A WITHDRAWN SCHEME DOES NOT.
           MOVE PLF-ACCOUNT-NO TO CNA-ACCOUNT-NO.
           MOVE 46 TO WS-CNA-LEN.
           EXEC CICS READ
              DATASET('CNCACC')
              INTO(WS-CNA-REC)
              LENGTH(WS-CNA-LEN)
              RIDFLD(CNA-ACCOUNT-NO)
              RESP(WS-CNA-RESP)
           END-EXEC.
           IF WS-CNA-RESP = DFHRESP(NORMAL) AND CNA-APPLIED
              AND CNA-REDUCTION < PLF-INT-RATE-X
              SUBTRACT CNA-REDUCTION FROM PLF-INT-RATE-X
           END-IF.
       3170-DOP-GATE-PARA.
      *    THE OPERATOR'S AUTHORITY LEVEL MUST CARRY A DOPMST TOP-UP
      *    LIMIT COVERING THE AMOUNT. ABOVE IT NOTHING CHANGES AND THE
      *    OPERATOR IS TOLD WHICH LEVEL HAS TO DO IT.
           IF CA-AUTH-LEVEL NUMERIC
              MOVE CA-AUTH-LEVEL TO WS-MY-LEVEL
           ELSE
              MOVE 0 TO WS-MY-LEVEL
           END-IF.
           MOVE 'N' TO WS-DOP-DOWN.
           MOVE WS-MY-LEVEL TO WS-DOP-TRY.
           PERFORM 3171-DOP-READ-PARA.
           IF WS-DOP-OK = 'N'
              MOVE 0 TO WS-NEED-LEVEL
              COMPUTE WS-DOP-START = WS-MY-LEVEL + 1
              PERFORM 3172-DOP-STEP-PARA
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
              MOVE 'N' TO CA-TOP-SW
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
       3171-DOP-READ-PARA.
      *    LEVEL ZERO HOLDS NO POWERS. A LEVEL WITH NO ROW FOR THE
      *    ACTION HAS NONE OVER IT EITHER.
           MOVE 'N' TO WS-DOP-OK.
           IF WS-DOP-TRY > 0
              MOVE 'T' TO DOP-ACTION
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
       3172-DOP-STEP-PARA.
           PERFORM 3171-DOP-READ-PARA.
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
      *    A TOP-UP RE-PRICES THE WHOLE BALANCE, SO THE RATE IT LEAVES
      *    IS A NEW ENTRY ON THE ACCOUNT'S RATE HISTORY.
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
