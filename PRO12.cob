              COPY PLF3REC.
       01 WS-APP-REC.
              COPY APPREC.
       77 WS-APP-LEN      PIC S9(04) COMP VALUE 415.
       01 WS-GUAR-REC.
           05 GR-ACCOUNT-NO   PIC X(10).
           05 GR-NAME         PIC X(20).
       77 WS-AUD-LEN      PIC S9(04) COMP VALUE 37.
       01 WS-DSB-REC.
              COPY DSBREC.
       77 WS-DSB-LEN      PIC S9(04) COMP VALUE 59.
       01 WS-BEN-REC.
              COPY BENREC.
       77 WS-BEN-LEN      PIC S9(04) COMP VALUE 71.
       77 WS-BEN-RESP     PIC S9(08) COMP.
       77 WS-TRN-CCY      PIC X(03) VALUE 'INR'.
       01 WS-NOTIF-REC.
              COPY NOTIFREC.
       77 WS-NOTIF-LEN    PIC S9(04) COMP VALUE 43.
       77 WS-RCC-LEN      PIC S9(04) COMP VALUE 16.
       01 WS-COL-REC.
              COPY COLREC.
       77 WS-COL-LEN      PIC S9(04) COMP VALUE 84.
       77 WS-COL-RESP     PIC S9(08) COMP.
       77 WS-LTV-THRESH   PIC 9(07) VALUE 500000.
       77 WS-LTV-PCT      PIC 9(02) VALUE 75.
       77 WS-LTV-MAX      PIC 9(09) VALUE 0.
      *  RATE CONCESSION KEYED BY THE CHECKER - VALIDATED AGAINST THE
      *  CNCMST SCHEME MASTER AND RECORDED ON CNCACC WITH THE BOOKING.
       01 WS-CNC-REC.
              COPY CNCREC.
       77 WS-CNC-LEN      PIC S9(04) COMP VALUE 55.
       77 WS-CNC-RESP     PIC S9(08) COMP.
       01 WS-CNA-REC.
              COPY CNAREC.
       77 WS-CNA-LEN      PIC S9(04) COMP VALUE 46.
       77 WS-CNC-SW       PIC X(01) VALUE 'N'.
       77 WS-CNC-TODAY    PIC 9(08) VALUE 0.
       77 WS-CNC-BASE     PIC 9(02)V99 VALUE 0.
       01 WS-BRM-REC.
              COPY BRMREC.
       77 WS-BRM-LEN      PIC S9(04) COMP VALUE 82.
       77 WS-BRM-RESP     PIC S9(08) COMP.
       01 WS-RTH-REC.
              COPY RTHREC.
       77 WS-RTH-LEN      PIC S9(04) COMP VALUE 34.
       77 WS-RTH-RESP     PIC S9(08) COMP.
      *  SANCTION LETTER / LOAN AGREEMENT - SPOOLED TO THE PRINT SHOP
      *  (TDQ LTRQ) FOR SIGNATURE AND FILED ON RPTREP UNDER REPORT ID
      *  'SANCTION' AND TODAY'S DATE SO RPTVIEW CAN REPRINT IT. LINE
      *  00000 OF THE DAY IS THE RESERVED HIGH-WATER RECORD CARRYING
      *  THE LAST LINE NUMBER USED, THE SAME RESERVED-KEY TRICK RCPCTL
      *  USES FOR 'LASTRCPT'.
       01 WS-RPT-REC.
              COPY RPTREC.
       77 WS-RPT-LEN      PIC S9(04) COMP VALUE 101.
       77 WS-RPT-RESP     PIC S9(08) COMP.
       77 WS-HWM-RESP     PIC S9(08) COMP.
       77 WS-SLT-FAIL-SW  PIC X(01) VALUE 'N'.
       77 WS-LTR-LEN      PIC S9(04) COMP VALUE 80.
       77 WS-SLT-TODAY    PIC 9(08) VALUE 0.
       77 WS-SLT-LINE     PIC 9(05) VALUE 0.
       77 WS-SLT-NEED     PIC 9(05) VALUE 0.
       77 WS-SLT-HWM      PIC 9(05) VALUE 0.
       77 WS-SLT-IX       PIC 9(02) VALUE 0.
       77 WS-SLT-RATE     PIC 9(02)V99 VALUE 0.
      *  DELEGATION OF POWERS - THE CHECKER'S SANCTION LIMIT ON
      *  DOPMST, AND THE LEVEL AN OVER-LIMIT SANCTION IS ROUTED UP TO.
       01 WS-DOP-REC.
              COPY DOPREC.
       77 WS-DOP-LEN      PIC S9(04) COMP VALUE 39.
       77 WS-DOP-RESP     PIC S9(08) COMP.
       77 WS-DOP-AMOUNT   PIC 9(09) VALUE 0.
       77 WS-DOP-OK       PIC X(01) VALUE 'N'.
       77 WS-DOP-DOWN     PIC X(01) VALUE 'N'.
       77 WS-DOP-TRY      PIC 9(02) VALUE 0.
       77 WS-DOP-START    PIC 9(02) VALUE 0.
       77 WS-MY-LEVEL     PIC 9(01) VALUE 0.
       77 WS-NEED-LEVEL   PIC 9(01) VALUE 0.
       01 WS-ROUTE-MSG.
           05 FILLER          PIC X(23) VALUE 'OVER LIMIT - ROUTED TO '.
           05 WS-RM-NAME      PIC X(20).
       01 WS-RM-LEVEL.
           05 FILLER          PIC X(06) VALUE 'LEVEL '.
           05 WS-RM-DIGIT     PIC 9(01).
           05 FILLER          PIC X(13) VALUE SPACES.
       01 WS-SLT-TRN-TAB.
           05 WS-SLT-TRN-ENT OCCURS 8 TIMES.
               10 WS-SLT-T-DATE   PIC X(10).
               10 WS-SLT-T-AMT    PIC 9(07).
       01 WS-SLT-OUT      PIC X(80).
       01 WS-SLT-SEP.
           05 FILLER          PIC X(80) VALUE ALL '-'.
       01 WS-SLT-HEAD.
           05 FILLER          PIC X(34) VALUE
              'SANCTION LETTER / LOAN AGREEMENT  '.
           05 FILLER          PIC X(09) VALUE 'ACCOUNT: '.
           05 SLT-ACCT        PIC X(10).
           05 FILLER          PIC X(07) VALUE '  DATE '.
           05 SLT-DATE        PIC X(10).
           05 FILLER          PIC X(10) VALUE SPACES.
       01 WS-SLT-BORR.
           05 FILLER          PIC X(10) VALUE 'BORROWER: '.
           05 SLT-NAME        PIC X(15).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 SLT-ADD         PIC X(15).
           05 FILLER          PIC X(11) VALUE '  STUDENT: '.
           05 SLT-STU         PIC X(15).
           05 FILLER          PIC X(12) VALUE SPACES.
       01 WS-SLT-AMT.
           05 FILLER          PIC X(19) VALUE 'SANCTIONED AMOUNT: '.
           05 SLT-SANC        PIC Z(06)9.
           05 FILLER          PIC X(19) VALUE '  RATE OF INTEREST '.
           05 SLT-RATE        PIC Z9.99.
           05 SLT-RATE-NOTE   PIC X(30).
       01 WS-SLT-CHG.
           05 FILLER          PIC X(16) VALUE 'PROCESSING FEE: '.
           05 SLT-FEE         PIC Z(07)9.
           05 FILLER          PIC X(22) VALUE '  INSURANCE PREMIUM: '.
           05 SLT-PREM        PIC Z(06)9.
           05 FILLER          PIC X(27) VALUE SPACES.
       01 WS-SLT-MORAT.
           05 FILLER          PIC X(21) VALUE 'MORATORIUM ENDS ON : '.
           05 SLT-DOE         PIC X(10).
           05 FILLER          PIC X(49) VALUE
              ' - REPAYMENT BY EMI BEGINS THE FOLLOWING MONTH'.
       01 WS-SLT-GUAR.
           05 FILLER          PIC X(11) VALUE 'GUARANTOR: '.
           05 SLT-GNAME       PIC X(20).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 SLT-GREL        PIC X(10).
           05 FILLER          PIC X(02) VALUE SPACES.
           05 SLT-GADD        PIC X(25).
           05 FILLER          PIC X(10) VALUE SPACES.
       01 WS-SLT-PLAN.
           05 FILLER          PIC X(50) VALUE
              'DISBURSEMENT PLAN - PAID DIRECT TO THE INSTITUTION'.
           05 FILLER          PIC X(30) VALUE SPACES.
       01 WS-SLT-TRN.
           05 FILLER          PIC X(10) VALUE '  TRANCHE '.
           05 SLT-TNO         PIC Z9.
           05 FILLER          PIC X(11) VALUE '  PLANNED  '.
           05 SLT-TDATE       PIC X(10).
           05 FILLER          PIC X(10) VALUE '  AMOUNT  '.
           05 SLT-TAMT        PIC Z(06)9.
           05 FILLER          PIC X(30) VALUE SPACES.
       01 WS-SLT-TERMS1.
           05 FILLER          PIC X(76) VALUE 'THE BORROWER AND GUARANTO
      -       'R ACCEPT THE SANCTION ON THE TERMS STATED ABOVE AND'.
           05 FILLER          PIC X(04) VALUE SPACES.
       01 WS-SLT-TERMS2.
           05 FILLER          PIC X(72) VALUE 'THE BANK''S EDUCATION LOA
      -       'N CONDITIONS, WHICH FORM PART OF THIS AGREEMENT.'.
           05 FILLER          PIC X(08) VALUE SPACES.
       01 WS-SLT-SIGN.
           05 FILLER          PIC X(40) VALUE
              'BORROWER  ..........................'.
           05 FILLER          PIC X(40) VALUE
              'GUARANTOR ..........................'.
       01 WS-SLT-FOOT.
           05 FILLER          PIC X(40) VALUE
              'FOR STATE BANK OF INDIA - SANCTIONED BY '.
           05 SLT-CHECKER     PIC X(05).
           05 FILLER          PIC X(35) VALUE SPACES.
       LINKAGE SECTION.
       COPY CPCOMM REPLACING ==WS-COMMAREA== BY ==DFHCOMMAREA==.
       PROCEDURE DIVISION USING DFHCOMMAREA.
           END-IF.
           IF EIBCALEN = 0 OR CA-MODE-XCTL
              MOVE LOW-VALUES TO APR1I, APR1O
      *       HANDED AN ITEM BY THE WORK QUEUE - START ON IT.
              IF CA-FROM-WORKQ
                 MOVE CA-CUST-NO TO AANOO
                 MOVE SPACE TO CA-WQ-SW
              END-IF
              PERFORM 1000-SEND-PARA
           ELSE
              PERFORM 2000-RECEIVE-PARA
           END-IF.
       3100-FETCH-PARA.
           MOVE AANOI TO APP-ACCOUNT-NO.
           MOVE 0 TO APP-ROUTE-LEVEL.
           MOVE 415 TO WS-APP-LEN.
           EXEC CICS READ
              DATASET('PLFPND')
              INTO(WS-APP-REC)
           MOVE GR-NAME TO AGNMO.
           MOVE APP-MAKER TO AMKRO.
           MOVE APP-STATUS TO ASTO.
           IF APP-ROUTE-LEVEL NUMERIC AND APP-ROUTE-LEVEL > 0
              MOVE APP-ROUTE-LEVEL TO ARLO
           END-IF.
           PERFORM 3160-SCORE-READ-PARA.
           IF WS-SCORE-FOUND = 'Y'
              MOVE WS-SCORE TO WS-SS-SCORE
           MOVE 'PF5=APPROVE PF6=REJECT (KEY A REASON)' TO MSGO.
       3200-APPROVE-PARA.
           MOVE AANOI TO APP-ACCOUNT-NO.
           MOVE 0 TO APP-ROUTE-LEVEL.
           MOVE 415 TO WS-APP-LEN.
           EXEC CICS READ
              DATASET('PLFPND')
              INTO(WS-APP-REC)
              PERFORM 3270-DOC-CHECK-PARA
              PERFORM 3290-SCORE-GATE-PARA
              PERFORM 3295-INST-GATE-PARA
              PERFORM 3296-CNC-GATE-PARA
              PERFORM 3298-BRANCH-GATE-PARA
              PERFORM 3299-DOP-GATE-PARA
              MOVE APP-CUST-IMAGE TO WS-CUST-REC
              MOVE 'A' TO PLF-STATUS
              MOVE APP-ACC-IMAGE TO WS-CUST-ACC-REC
              MOVE APP-GUAR-IMAGE TO WS-GUAR-REC
              PERFORM 3700-PROC-FEE-PARA
              IF WS-CNC-SW = 'Y'
                 COMPUTE PLF-INT-RATE-X = WS-CNC-BASE - CNC-REDUCTION
              END-IF
              MOVE 148 TO WS-LEN
      *       A DUPREC HERE JUST MEANS THE CUSTOMER ALREADY EXISTS -
      *       THIS APPROVAL ADDS A FURTHER LOAN ACCOUNT UNDER THE SAME
              MOVE LOW-VALUES TO JRN-BEFORE
              MOVE WS-CUST-ACC-REC TO JRN-AFTER
              PERFORM 9400-JOURNAL-PARA
              IF WS-CNC-SW = 'Y'
                 PERFORM 3735-CNC-RECORD-PARA
              END-IF
              MOVE 'B' TO RTH-REASON
              PERFORM 9300-RATE-HIST-PARA
              IF GR-NAME NOT = SPACES
                 MOVE 75 TO WS-LEN
                 EXEC CICS WRITE
              IF WS-INS-PREM > 0
                 PERFORM 3720-POLICY-WRT-PARA
              END-IF
              PERFORM 3850-SANCTION-LTR-PARA
              PERFORM 9100-NOTIFY-PARA
              MOVE 'A' TO APP-STATUS
              IF WS-OVERRIDE-SW = 'Y'
                 MOVE REASI TO APP-REASON
              END-IF
              MOVE CA-OPERATOR-ID TO APP-CHECKER
      *       AN APPROVED ENTRY CARRIES ITS SANCTION DATE, NOT ITS
      *       CAPTURE DATE - THE BRANCH TARGET MIS COUNTS IT BY THIS.
              MOVE FUNCTION CURRENT-DATE(5:2) TO APP-DATE(1:2)
              MOVE "/"                        TO APP-DATE(3:1)
              MOVE FUNCTION CURRENT-DATE(7:2) TO APP-DATE(4:2)
              MOVE "/"                        TO APP-DATE(6:1)
              MOVE FUNCTION CURRENT-DATE(1:4) TO APP-DATE(7:4)
              MOVE 415 TO WS-APP-LEN
              EXEC CICS REWRITE
                 DATASET('PLFPND')
                 FROM(WS-APP-REC)
                 LENGTH(WS-APP-LEN)
              END-EXEC
      *       THE CHECKER'S SIDE OF THE APPROVAL GOES TO AUDLOG AS THE
      *       MAKER'S CAPTURE DID, SO THE ACCESS REVIEW CAN COUNT IT.
              MOVE 'PLPND' TO AUD-FILE-ID
              MOVE 'A' TO AUD-ACTION
              MOVE APP-ACCOUNT-NO TO AUD-ACCOUNT-NO
              PERFORM 9000-AUDIT-PARA
              MOVE 'A' TO ASTO
      *       OPEN MANDATORY PAPERS DO NOT BLOCK THE APPROVAL - THEY
      *       BLOCK THE TRANCHE RELEASE ON DISBURSE - BUT THE CHECKER
      *       IS TOLD SO THE FILE GETS COMPLETED BEFORE THEN.
              IF WS-SLT-FAIL-SW = 'Y'
                 MOVE 'APPROVED - SANCTION LETTER NOT SPOOLED'
                    TO MSGO
              ELSE IF WS-DOC-WARN-SW = 'Y'
                 MOVE 'APPROVED - MANDATORY DOCUMENTS OUTSTANDING'
                    TO MSGO
              ELSE
                 MOVE 'APPROVED - BOOKED, SANCTION LETTER SPOOLED'
                    TO MSGO
              END-IF
              END-IF
              PERFORM 1000-SEND-PARA
           END-IF
      *    TASK WITH THE APPLICATION STILL PENDING.
           IF PLF-LOAN-AMT > WS-LTV-THRESH
              MOVE APP-ACCOUNT-NO TO COL-ACCOUNT-NO
              MOVE 84 TO WS-COL-LEN
              EXEC CICS READ
                 DATASET('PLF8')
                 INTO(WS-COL-REC)
              LENGTH(WS-LPI-LEN)
              RIDFLD(LPI-ACCOUNT-NO)
           END-EXEC.
       3735-CNC-RECORD-PARA.
      *    THE SCHEME IS RECORDED AGAINST THE ACCOUNT WITH THE SLAB
      *    RATE IT WAS TAKEN OFF, SO THE YEARLY REVIEW CAN PUT BACK
      *    EXACTLY WHAT WAS GIVEN.
           MOVE PLF-ACCOUNT-NO TO CNA-ACCOUNT-NO.
           MOVE CNC-CODE TO CNA-CODE.
           MOVE CNC-REDUCTION TO CNA-REDUCTION.
           MOVE CNC-PERF-SW TO CNA-PERF-SW.
           MOVE WS-CNC-BASE TO CNA-BASE-RATE.
           MOVE 'A' TO CNA-STATUS.
           MOVE WS-CNC-TODAY TO CNA-APPLY-DATE-N.
           MOVE CA-OPERATOR-ID TO CNA-APPLY-BY.
           MOVE 0 TO CNA-WDRAW-DATE-N.
           MOVE 0 TO CNA-WDRAW-YEAR.
           MOVE 46 TO WS-CNA-LEN.
           EXEC CICS WRITE
              DATASET('CNCACC')
              FROM(WS-CNA-REC)
              LENGTH(WS-CNA-LEN)
              RIDFLD(CNA-ACCOUNT-NO)
           END-EXEC.
           MOVE 'CNCAC' TO AUD-FILE-ID.
           MOVE 'W' TO AUD-ACTION.
           MOVE PLF-ACCOUNT-NO TO AUD-ACCOUNT-NO.
           PERFORM 9000-AUDIT-PARA.
       3750-FEE-LEDGER-PARA.
           MOVE PLF-ACCOUNT-NO TO PLF5-ACCOUNT-NO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PLF5-TXN-DATE-N.
              MOVE 'SANCTION OVER THE INSTITUTION LEVEL CAP' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
       3296-CNC-GATE-PARA.
      *    A CONCESSION IS NO LONGER A LOWER RATE KEYED BY HAND - THE
      *    CHECKER KEYS THE SCHEME CODE AND IT MUST BE ON THE MASTER,
      *    IN ITS VALIDITY WINDOW AND MET BY THIS APPLICATION. THE
      *    GIRL-STUDENT RULE RESTS ON THE CHECKER'S OWN SIGHT OF THE
      *    PAPERS. FAILING THE GATE ENDS THE TASK WITH THE APPLICATION
      *    STILL PENDING. NO CODE MEANS THE SLAB RATE STANDS.
           MOVE 'N' TO WS-CNC-SW.
           IF ACNCI NOT = SPACES AND ACNCI NOT = LOW-VALUES
              PERFORM 3297-CNC-CHECK-PARA
              MOVE 'Y' TO WS-CNC-SW
           END-IF.
       3297-CNC-CHECK-PARA.
           MOVE ACNCI TO CNC-CODE.
           MOVE 55 TO WS-CNC-LEN.
           EXEC CICS READ
              DATASET('CNCMST')
              INTO(WS-CNC-REC)
              LENGTH(WS-CNC-LEN)
              RIDFLD(CNC-CODE)
              RESP(WS-CNC-RESP)
           END-EXEC.
           IF WS-CNC-RESP NOT = DFHRESP(NORMAL)
              MOVE 'CONCESSION CODE NOT ON MASTER..' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-CNC-TODAY.
           IF CNC-FROM-DATE-N > WS-CNC-TODAY
              OR (CNC-TO-DATE-N > 0 AND CNC-TO-DATE-N < WS-CNC-TODAY)
              MOVE 'CONCESSION SCHEME NOT VALID TODAY..' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           IF CNC-RULE-INSTITUTE
              AND PLF-STU-COLLEGE NOT = CNC-RULE-VALUE
              MOVE 'CONCESSION IS FOR ANOTHER INSTITUTION' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           IF CNC-RULE-COLLATERAL
              MOVE APP-ACCOUNT-NO TO COL-ACCOUNT-NO
              MOVE 84 TO WS-COL-LEN
              EXEC CICS READ
                 DATASET('PLF8')
                 INTO(WS-COL-REC)
                 LENGTH(WS-COL-LEN)
                 RIDFLD(COL-ACCOUNT-NO)
                 RESP(WS-COL-RESP)
              END-EXEC
              IF WS-COL-RESP NOT = DFHRESP(NORMAL)
                 OR COL-VALUE = 0
                 MOVE 'CONCESSION NEEDS COLLATERAL (COLLAT SCRN)'
                    TO MSGO
                 PERFORM 1000-SEND-PARA
              END-IF
           END-IF.
      *    THE SLAB RATE CUST PRICED THE APPLICATION AT IS THE BASE -
      *    THE TWO-DECIMAL FIELD WHEN SET, ELSE THE LEGACY DIGIT.
           MOVE APP-ACC-IMAGE TO WS-CUST-ACC-REC.
           IF PLF-INT-RATE-X NUMERIC AND PLF-INT-RATE-X > 0
              MOVE PLF-INT-RATE-X TO WS-CNC-BASE
           ELSE
              MOVE PLF-INTEREST TO WS-CNC-BASE
           END-IF.
           IF CNC-REDUCTION NOT < WS-CNC-BASE
              MOVE 'CONCESSION EXCEEDS THE SLAB RATE..' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
       3298-BRANCH-GATE-PARA.
      *    THE BRANCH CUST ACCEPTED MAY HAVE CLOSED WHILE THE
      *    APPLICATION SAT IN THE QUEUE - A LOAN IS NOT BOOKED TO A
      *    BRANCH THAT IS NO LONGER ON THE MASTER OR NO LONGER OPEN.
      *    THE APPLICATION STAYS PENDING FOR CUST TO RE-POINT IT.
           MOVE APP-CUST-IMAGE TO WS-CUST-REC.
           MOVE PLF-BRANCH-CODE TO BRM-CODE.
           MOVE 82 TO WS-BRM-LEN.
           EXEC CICS READ
              DATASET('BRMST')
              INTO(WS-BRM-REC)
              LENGTH(WS-BRM-LEN)
              RIDFLD(BRM-CODE)
              RESP(WS-BRM-RESP)
           END-EXEC.
           IF WS-BRM-RESP NOT = DFHRESP(NORMAL)
              MOVE 'BRANCH NOT ON BRANCH MASTER..' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           IF BRM-CLOSED
              MOVE 'BRANCH IS CLOSED - RE-POINT IN CUST..' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
       3299-DOP-GATE-PARA.
      *    A SUPERVISOR IS NO LONGER ENOUGH - THE CHECKER'S AUTHORITY
      *    LEVEL MUST CARRY A DOPMST SANCTION LIMIT COVERING THE LOAN.
      *    A SANCTION ABOVE IT STAYS PENDING, ROUTED TO THE LOWEST
      *    HIGHER LEVEL WHOSE LIMIT DOES COVER IT.
           MOVE PLF-LOAN-AMT TO WS-DOP-AMOUNT.
           IF CA-AUTH-LEVEL NUMERIC
              MOVE CA-AUTH-LEVEL TO WS-MY-LEVEL
           ELSE
              MOVE 0 TO WS-MY-LEVEL
           END-IF.
           MOVE 'N' TO WS-DOP-DOWN.
           MOVE WS-MY-LEVEL TO WS-DOP-TRY.
           PERFORM 3301-DOP-READ-PARA.
           IF WS-DOP-OK = 'N'
              PERFORM 3302-DOP-ROUTE-PARA
           END-IF.
       3301-DOP-READ-PARA.
      *    LEVEL ZERO HOLDS NO POWERS. A LEVEL WITH NO SANCTION ROW
      *    HAS NONE TO SANCTION EITHER.
           MOVE 'N' TO WS-DOP-OK.
           IF WS-DOP-TRY > 0
              MOVE 'S' TO DOP-ACTION
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
       3302-DOP-ROUTE-PARA.
           MOVE 0 TO WS-NEED-LEVEL.
           COMPUTE WS-DOP-START = WS-MY-LEVEL + 1.
           PERFORM 3303-DOP-STEP-PARA
              VARYING WS-DOP-TRY FROM WS-DOP-START BY 1
              UNTIL WS-DOP-TRY > 9 OR WS-NEED-LEVEL > 0
              OR WS-DOP-DOWN = 'Y'.
           IF WS-DOP-DOWN = 'Y'
              MOVE 'DELEGATION MASTER UNAVAILABLE - NOT PASSED' TO MSGO
              PERFORM 1000-SEND-PARA
           ELSE IF WS-NEED-LEVEL = 0
              MOVE 'ABOVE EVERY DELEGATED LIMIT - REFER UPWARD' TO MSGO
              PERFORM 1000-SEND-PARA
           ELSE
              MOVE WS-NEED-LEVEL TO APP-ROUTE-LEVEL
              MOVE 415 TO WS-APP-LEN
              EXEC CICS REWRITE
                 DATASET('PLFPND')
                 FROM(WS-APP-REC)
                 LENGTH(WS-APP-LEN)
              END-EXEC
              MOVE 'PLPND' TO AUD-FILE-ID
              MOVE 'U' TO AUD-ACTION
              MOVE APP-ACCOUNT-NO TO AUD-ACCOUNT-NO
              PERFORM 9000-AUDIT-PARA
              MOVE WS-NEED-LEVEL TO ARLO
              MOVE WS-ROUTE-MSG TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF
           END-IF.
       3303-DOP-STEP-PARA.
           PERFORM 3301-DOP-READ-PARA.
           IF WS-DOP-OK = 'Y'
              MOVE WS-DOP-TRY TO WS-NEED-LEVEL
              IF DOP-LEVEL-NAME = SPACES
                 MOVE WS-DOP-TRY TO WS-RM-DIGIT
                 MOVE WS-RM-LEVEL TO WS-RM-NAME
              ELSE
                 MOVE DOP-LEVEL-NAME TO WS-RM-NAME
              END-IF
           END-IF.
       3300-REJECT-PARA.
           MOVE AANOI TO APP-ACCOUNT-NO.
           MOVE 415 TO WS-APP-LEN.
           EXEC CICS READ
              DATASET('PLFPND')
              INTO(WS-APP-REC)
              MOVE 'R' TO APP-STATUS
              MOVE REASI TO APP-REASON
              MOVE CA-OPERATOR-ID TO APP-CHECKER
              MOVE 415 TO WS-APP-LEN
              EXEC CICS REWRITE
                 DATASET('PLFPND')
                 FROM(WS-APP-REC)
           MOVE 'NEXT PENDING APPLICATION SHOWN' TO MSGO.
           PERFORM 1000-SEND-PARA.
       3610-PEND-STEP-PARA.
           MOVE 415 TO WS-APP-LEN.
           EXEC CICS READNEXT
              DATASET('PLFPND')
              INTO(WS-APP-REC)
              MOVE 8 TO WS-TRN-COUNT
           END-IF.
           COMPUTE WS-TRN-BASE = PLF-LOAN-AMT / WS-TRN-COUNT.
      *    A COLLEGE ABROAD IS PAID IN ITS OWN CURRENCY - THE PLAN
      *    CARRIES IT SO DISBURSE KNOWS TO ASK FOR THE FOREIGN FEE.
           MOVE 'INR' TO WS-TRN-CCY.
           MOVE PLF-STU-COLLEGE TO BEN-CODE.
           MOVE 71 TO WS-BEN-LEN.
           EXEC CICS READ
              DATASET('BENF')
              INTO(WS-BEN-REC)
              LENGTH(WS-BEN-LEN)
              RIDFLD(BEN-CODE)
              RESP(WS-BEN-RESP)
           END-EXEC.
           IF WS-BEN-RESP = DFHRESP(NORMAL) AND NOT BEN-RUPEE
              MOVE BEN-CURRENCY TO WS-TRN-CCY
           END-IF.
           MOVE WS-DOJ-MM   TO WS-TRN-MM.
           MOVE WS-DOJ-YYYY TO WS-TRN-YYYY.
           PERFORM 3810-TRANCHE-WRT-PARA
           MOVE WS-TRN-YYYY TO PLF7-PLAN-DATE(7:4).
           MOVE 'P' TO PLF7-STATUS.
           MOVE SPACES TO PLF7-DISB-DATE.
           MOVE WS-TRN-CCY TO PLF7-CURRENCY.
           MOVE 0 TO PLF7-FX-AMOUNT.
           MOVE 0 TO PLF7-FX-RATE.
           MOVE PLF7-PLAN-DATE TO WS-SLT-T-DATE(WS-TRN-NO).
           MOVE PLF7-AMOUNT TO WS-SLT-T-AMT(WS-TRN-NO).
           MOVE 59 TO WS-DSB-LEN.
           EXEC CICS WRITE
              DATASET('PLF7')
              FROM(WS-DSB-REC)
              MOVE 1 TO WS-TRN-MM
              ADD 1 TO WS-TRN-YYYY
           END-IF.
       3850-SANCTION-LTR-PARA.
      *    THE LETTER THE CUSTOMER AND GUARANTOR SIGN - USED TO BE
      *    TYPED BY HAND FROM THE NIKITA SCREEN. IT CARRIES THE TERMS
      *    JUST BOOKED: SANCTION, RATE, FEE, PREMIUM, MORATORIUM END,
      *    GUARANTOR AND THE TRANCHE PLAN 3800 HAS JUST WRITTEN. THE
      *    DAY'S LINE RANGE IS RESERVED ON THE HIGH-WATER RECORD
      *    FIRST, SO TWO CHECKERS APPROVING AT ONCE NEVER INTERLEAVE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-SLT-TODAY.
           COMPUTE WS-SLT-NEED = 12 + WS-TRN-COUNT.
           MOVE 'SANCTION' TO RPT-ID.
           MOVE WS-SLT-TODAY TO RPT-DATE-N.
           MOVE 0 TO RPT-LINE-NO.
           MOVE 101 TO WS-RPT-LEN.
           EXEC CICS READ
              DATASET('RPTREP')
              INTO(WS-RPT-REC)
              LENGTH(WS-RPT-LEN)
              RIDFLD(RPT-KEY)
              UPDATE
              RESP(WS-HWM-RESP)
           END-EXEC.
           IF WS-HWM-RESP = DFHRESP(NORMAL)
              AND RPT-LINE(1:5) NUMERIC
              MOVE RPT-LINE(1:5) TO WS-SLT-LINE
           ELSE
              MOVE 0 TO WS-SLT-LINE
           END-IF.
           MOVE 'SANCTION' TO RPT-ID.
           MOVE WS-SLT-TODAY TO RPT-DATE-N.
           MOVE 0 TO RPT-LINE-NO.
           MOVE SPACES TO RPT-LINE.
           COMPUTE WS-SLT-HWM = WS-SLT-LINE + WS-SLT-NEED.
           MOVE WS-SLT-HWM TO RPT-LINE(1:5).
           MOVE 101 TO WS-RPT-LEN.
           IF WS-HWM-RESP = DFHRESP(NORMAL)
              EXEC CICS REWRITE
                 DATASET('RPTREP')
                 FROM(WS-RPT-REC)
                 LENGTH(WS-RPT-LEN)
                 RESP(WS-RPT-RESP)
              END-EXEC
           ELSE
              EXEC CICS WRITE
                 DATASET('RPTREP')
                 FROM(WS-RPT-REC)
                 LENGTH(WS-RPT-LEN)
                 RIDFLD(RPT-KEY)
                 RESP(WS-RPT-RESP)
              END-EXEC
           END-IF.
      *    NO LINE RANGE RESERVED, NO LETTER - THE LOAN IS ALREADY
      *    BOOKED BY NOW, SO THE CHECKER IS TOLD THE LETTER WAS NOT
      *    SPOOLED RATHER THAN HAVING THE APPROVAL REFUSED.
           IF WS-RPT-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-SLT-FAIL-SW
           ELSE
              PERFORM 3855-SLT-BUILD-PARA
           END-IF.
       3855-SLT-BUILD-PARA.
           MOVE PLF-ACCOUNT-NO TO SLT-ACCT.
           MOVE FUNCTION CURRENT-DATE(5:2) TO SLT-DATE(1:2).
           MOVE "/"                        TO SLT-DATE(3:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO SLT-DATE(4:2).
           MOVE "/"                        TO SLT-DATE(6:1).
           MOVE FUNCTION CURRENT-DATE(1:4) TO SLT-DATE(7:4).
           MOVE PLF-CUST-NAME TO SLT-NAME.
           MOVE PLF-CUST-ADD TO SLT-ADD.
           MOVE PLF-STU-NAME TO SLT-STU.
           MOVE PLF-LOAN-AMT TO SLT-SANC.
           IF PLF-INT-RATE-X NUMERIC AND PLF-INT-RATE-X > 0
              MOVE PLF-INT-RATE-X TO WS-SLT-RATE
           ELSE
              MOVE PLF-INTEREST TO WS-SLT-RATE
           END-IF.
           MOVE WS-SLT-RATE TO SLT-RATE.
           IF WS-CNC-SW = 'Y'
              MOVE ' PCT PA AFTER CONCESSION ' TO SLT-RATE-NOTE
              MOVE CNC-CODE TO SLT-RATE-NOTE(26:4)
           ELSE
              MOVE ' PCT PER ANNUM' TO SLT-RATE-NOTE
           END-IF.
           MOVE WS-FEE-AMT TO SLT-FEE.
           MOVE WS-INS-PREM TO SLT-PREM.
           MOVE PLF-DOE TO SLT-DOE.
           IF GR-NAME = SPACES OR GR-NAME = LOW-VALUES
              MOVE 'NONE ON FILE' TO SLT-GNAME
              MOVE SPACES TO SLT-GREL
              MOVE SPACES TO SLT-GADD
           ELSE
              MOVE GR-NAME TO SLT-GNAME
              MOVE GR-RELATION TO SLT-GREL
              MOVE GR-ADDRESS TO SLT-GADD
           END-IF.
           MOVE CA-OPERATOR-ID TO SLT-CHECKER.
           MOVE WS-SLT-SEP TO WS-SLT-OUT.
           PERFORM 3860-SLT-PUT-PARA.
           MOVE WS-SLT-HEAD TO WS-SLT-OUT.
           PERFORM 3860-SLT-PUT-PARA.
           MOVE WS-SLT-BORR TO WS-SLT-OUT.
           PERFORM 3860-SLT-PUT-PARA.
           MOVE WS-SLT-AMT TO WS-SLT-OUT.
           PERFORM 3860-SLT-PUT-PARA.
           MOVE WS-SLT-CHG TO WS-SLT-OUT.
           PERFORM 3860-SLT-PUT-PARA.
           MOVE WS-SLT-MORAT TO WS-SLT-OUT.
           PERFORM 3860-SLT-PUT-PARA.
           MOVE WS-SLT-GUAR TO WS-SLT-OUT.
           PERFORM 3860-SLT-PUT-PARA.
           MOVE WS-SLT-PLAN TO WS-SLT-OUT.
           PERFORM 3860-SLT-PUT-PARA.
           PERFORM 3865-SLT-TRN-PARA
              VARYING WS-SLT-IX FROM 1 BY 1
              UNTIL WS-SLT-IX > WS-TRN-COUNT.
           MOVE WS-SLT-TERMS1 TO WS-SLT-OUT.
           PERFORM 3860-SLT-PUT-PARA.
           MOVE WS-SLT-TERMS2 TO WS-SLT-OUT.
           PERFORM 3860-SLT-PUT-PARA.
           MOVE WS-SLT-SIGN TO WS-SLT-OUT.
           PERFORM 3860-SLT-PUT-PARA.
           MOVE WS-SLT-FOOT TO WS-SLT-OUT.
           PERFORM 3860-SLT-PUT-PARA.
       3860-SLT-PUT-PARA.
           EXEC CICS WRITEQ TD
              QUEUE('LTRQ')
              FROM(WS-SLT-OUT)
              LENGTH(WS-LTR-LEN)
           END-EXEC.
           ADD 1 TO WS-SLT-LINE.
           MOVE 'SANCTION' TO RPT-ID.
           MOVE WS-SLT-TODAY TO RPT-DATE-N.
           MOVE WS-SLT-LINE TO RPT-LINE-NO.
           MOVE WS-SLT-OUT TO RPT-LINE.
           MOVE 101 TO WS-RPT-LEN.
           EXEC CICS WRITE
              DATASET('RPTREP')
              FROM(WS-RPT-REC)
              LENGTH(WS-RPT-LEN)
              RIDFLD(RPT-KEY)
              RESP(WS-RPT-RESP)
           END-EXEC.
       3865-SLT-TRN-PARA.
           MOVE WS-SLT-IX TO SLT-TNO.
           MOVE WS-SLT-T-DATE(WS-SLT-IX) TO SLT-TDATE.
           MOVE WS-SLT-T-AMT(WS-SLT-IX) TO SLT-TAMT.
           MOVE WS-SLT-TRN TO WS-SLT-OUT.
           PERFORM 3860-SLT-PUT-PARA.
       9100-NOTIFY-PARA.
           MOVE PLF-ACCOUNT-NO TO NOTIF-ACCOUNT-NO.
           MOVE PLF-CUST-NAME  TO NOTIF-CUST-NAME.
              FROM(WS-JRN-REC)
              LENGTH(WS-JRN-LEN)
           END-EXEC.
       9300-RATE-HIST-PARA.
      *    THE OPENING ENTRY OF THE ACCOUNT'S RATE HISTORY. A DUPREC
      *    CANNOT HAPPEN ON A FRESH ACCOUNT AND IS IGNORED IF IT DOES.
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
