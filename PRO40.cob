       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPCAP.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-CUST-ACC-REC.
              COPY PLF3REC.
              COPY PMAP049.
              COPY DFHAID.
              COPY CPCOMM.
       01 WS-CUST-REC.
              COPY PLF01REC.
       77 WS-CUS-LEN      PIC S9(04) COMP VALUE 148.
       01 WS-EMP-REC.
              COPY EMPREC.
       77 WS-EMP-LEN      PIC S9(04) COMP VALUE 66.
       77 WS-EMP-RESP     PIC S9(08) COMP.
       77 WS-EMP-NEW      PIC X(01) VALUE 'N'.
       01 WS-INST-REC.
              COPY INSTREC.
       77 WS-INST-LEN     PIC S9(04) COMP VALUE 60.
       77 WS-INST-RESP    PIC S9(08) COMP.
       77 WS-INST-IX      PIC 9(03) VALUE 0.
       77 WS-INST-DONE    PIC X(01) VALUE 'N'.
       01 WS-AUD-REC.
              COPY AUDREC.
       77 WS-AUD-LEN      PIC S9(04) COMP VALUE 37.
       77 WS-LEN          PIC S9(04) COMP.
       77 WS-DAT          PIC X(10).
      *    THE SHARE OF TAKE-HOME PAY AN EMI MAY CLAIM BEFORE THE
      *    SCHEDULE IS TREATED AS BEYOND THE BORROWER'S MEANS.
       77 WS-FOIR-PCT     PIC 9(03) VALUE 50.
       77 WS-EMI          PIC 9(07) VALUE 0.
       77 WS-CARRY        PIC 9(07) VALUE 0.
       01 WS-SD-WORK.
           05 WS-SD-MM        PIC 9(02).
           05 FILLER          PIC X(01).
           05 WS-SD-DD        PIC 9(02).
           05 FILLER          PIC X(01).
           05 WS-SD-YYYY      PIC 9(04).
       01 WS-SD-N         PIC 9(08) VALUE 0.
       01 WS-SD-PARTS REDEFINES WS-SD-N.
           05 WS-SDN-YYYY     PIC 9(04).
           05 WS-SDN-MM       PIC 9(02).
           05 WS-SDN-DD       PIC 9(02).
       LINKAGE SECTION.
       COPY CPCOMM REPLACING ==WS-COMMAREA== BY ==DFHCOMMAREA==.
       PROCEDURE DIVISION USING DFHCOMMAREA.
       MAIN-PARA.
           EXEC CICS HANDLE CONDITION
                MAPFAIL(0001-MF-PARA)
                NOTFND(0004-NF-PARA)
                ERROR(0003-GERR-PARA)
           END-EXEC.
           IF EIBCALEN > 0
              MOVE DFHCOMMAREA TO WS-COMMAREA
           END-IF.
           IF EIBCALEN = 0 OR CA-MODE-XCTL
              MOVE LOW-VALUES TO EMP1I, EMP1O
              PERFORM 1000-SEND-PARA
           ELSE
              PERFORM 2000-RECEIVE-PARA
              PERFORM 3000-KEY-CHECK-PARA
           END-IF.
       1000-SEND-PARA.
           MOVE FUNCTION CURRENT-DATE(5:2) TO DATHI(1:2).
           MOVE "/"                        TO DATHI(3:2).
           MOVE FUNCTION CURRENT-DATE(7:2) TO DATHI(4:2).
           MOVE "/"                        TO DATHI(6:2).
           MOVE FUNCTION CURRENT-DATE(1:4) TO DATHI(7:4).
           MOVE DATHI TO WS-DAT.
           MOVE WS-DAT TO DATHO.
           EXEC CICS SEND
                MAP('EMP1')
                MAPSET('PMAP049')
                ERASE
           END-EXEC.
           MOVE 'C' TO CA-MODE.
           MOVE LENGTH OF WS-COMMAREA TO WS-LEN.
           EXEC CICS RETURN
                TRANSID('P050')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-LEN)
           END-EXEC.
       2000-RECEIVE-PARA.
           EXEC CICS RECEIVE
                MAP('EMP1')
                MAPSET('PMAP049')
           END-EXEC.
       3000-KEY-CHECK-PARA.
           MOVE EMACI TO PLF-ACCOUNT-NO.
           IF EIBAID = DFHPF2
              PERFORM 3100-FETCH-PARA
           ELSE IF EIBAID = DFHPF5
              PERFORM 3200-SAVE-PARA
           ELSE IF EIBAID = DFHPF3
              MOVE 'X' TO CA-MODE
              MOVE LENGTH OF WS-COMMAREA TO WS-LEN
              EXEC CICS XCTL
                 PROGRAM('PPGM011')
                 COMMAREA(WS-COMMAREA)
                 LENGTH(WS-LEN)
              END-EXEC
           ELSE IF EIBAID = DFHPF12
              MOVE 'VALUES ARE ERASED .......' TO MSGO
              PERFORM 1000-SEND-PARA
           ELSE
              MOVE 'INVALID KEY...........' TO MSGO
              PERFORM 3900-EXIT-PARA
           END-IF
           END-IF
           END-IF
           END-IF.
       3050-ACCOUNT-PARA.
           MOVE 200 TO WS-LEN.
           EXEC CICS READ
              DATASET('PLF3')
              INTO(WS-CUST-ACC-REC)
              LENGTH(WS-LEN)
              RIDFLD(PLF-ACCOUNT-NO)
           END-EXEC.
           MOVE PLF-CUST1-NO TO PLF-CUST-NO.
           MOVE 148 TO WS-CUS-LEN.
           EXEC CICS READ
              DATASET('PLF01')
              INTO(WS-CUST-REC)
              LENGTH(WS-CUS-LEN)
              RIDFLD(PLF-CUST-NO)
           END-EXEC.
           MOVE PLF-STU-NAME TO EMNMO.
           MOVE PLF-DOE TO EMOEO.
           PERFORM 3300-EMI-PARA.
           MOVE WS-EMI TO EMEIO.
       3060-EMP-SHOW-PARA.
           MOVE EMP-STATUS TO EMSTO.
           MOVE EMP-EMPLOYER TO EMEMO.
           MOVE SPACES TO EMSDO.
           IF EMP-START-DATE-N > 0
              MOVE EMP-START-DATE-N TO WS-SD-N
              MOVE WS-SDN-MM   TO EMSDO(1:2)
              MOVE "/"         TO EMSDO(3:1)
              MOVE WS-SDN-DD   TO EMSDO(4:2)
              MOVE "/"         TO EMSDO(6:1)
              MOVE WS-SDN-YYYY TO EMSDO(7:4)
           END-IF.
           MOVE EMP-SALARY TO EMSLO.
           MOVE EMP-VERIFIED TO EMVFO.
           MOVE EMP-VERIFY-BY TO EMVBO.
           MOVE EMP-RST-OFFER TO EMROO.
           COMPUTE WS-CARRY = EMP-SALARY * WS-FOIR-PCT / 100.
           MOVE WS-CARRY TO EMCPO.
       3100-FETCH-PARA.
           PERFORM 3050-ACCOUNT-PARA.
           MOVE PLF-ACCOUNT-NO TO EMP-ACCOUNT-NO.
           MOVE 66 TO WS-EMP-LEN.
           EXEC CICS READ
              DATASET('EMPLF')
              INTO(WS-EMP-REC)
              LENGTH(WS-EMP-LEN)
              RIDFLD(EMP-ACCOUNT-NO)
              RESP(WS-EMP-RESP)
           END-EXEC.
           IF WS-EMP-RESP = DFHRESP(NORMAL)
              PERFORM 3060-EMP-SHOW-PARA
              MOVE 'EMPLOYMENT ON FILE - AMEND AND PF5' TO MSGO
           ELSE
              MOVE 'NO EMPLOYMENT ON FILE - KEY IT AND PF5' TO MSGO
           END-IF.
           PERFORM 1000-SEND-PARA.
       3200-SAVE-PARA.
           PERFORM 3050-ACCOUNT-PARA.
           IF PLF-ACCT-DEAD
              MOVE 'ACCOUNT IS SETTLED - NOTHING TO RECORD' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           IF EMSTI NOT = 'E' AND EMSTI NOT = 'U'
              MOVE 'STATUS IS E (EMPLOYED) OR U (NOT YET)' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           IF EMVFI NOT = 'Y' AND EMVFI NOT = 'N'
              MOVE 'VERIFIED IS Y OR N' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
      *    A SALARY IS ONLY AS GOOD AS THE SLIP BEHIND IT - THE
      *    VERIFIED MARK IS A SUPERVISOR'S, WHO SIGNS FOR IT BELOW.
           IF EMVFI = 'Y' AND NOT CA-ROLE-SUPER
              MOVE 'ONLY A SUPERVISOR MAY MARK IT VERIFIED' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           IF EMSTI = 'E'
              IF EMEMI = SPACES OR EMEMI = LOW-VALUES
                 MOVE 'EMPLOYER NAME IS REQUIRED' TO MSGO
                 PERFORM 1000-SEND-PARA
              END-IF
              IF EMSDI(1:2) NOT NUMERIC OR EMSDI(4:2) NOT NUMERIC
                 OR EMSDI(7:4) NOT NUMERIC OR EMSDI(3:1) NOT = '/'
                 OR EMSDI(6:1) NOT = '/'
                 MOVE 'JOINING DATE MUST BE MM/DD/YYYY' TO MSGO
                 PERFORM 1000-SEND-PARA
              END-IF
              IF EMSLI NOT NUMERIC OR EMSLI = 0
                 MOVE 'KEY THE MONTHLY SALARY' TO MSGO
                 PERFORM 1000-SEND-PARA
              END-IF
           END-IF.
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
              MOVE 'N' TO WS-EMP-NEW
           ELSE
              MOVE 'Y' TO WS-EMP-NEW
              MOVE PLF-ACCOUNT-NO TO EMP-ACCOUNT-NO
              MOVE 'N' TO EMP-VERIFIED
              MOVE SPACES TO EMP-VERIFY-BY
              MOVE 'N' TO EMP-RST-OFFER
           END-IF.
           MOVE EMSTI TO EMP-STATUS.
           IF EMP-EMPLOYED
              MOVE EMEMI TO EMP-EMPLOYER
              MOVE EMSDI TO WS-SD-WORK
              COMPUTE EMP-START-DATE-N =
                    WS-SD-YYYY * 10000 + WS-SD-MM * 100 + WS-SD-DD
              MOVE EMSLI TO EMP-SALARY
           ELSE
              MOVE SPACES TO EMP-EMPLOYER
              MOVE 0 TO EMP-START-DATE-N
              MOVE 0 TO EMP-SALARY
           END-IF.
      *    A RE-KEYED UNVERIFIED CHANGE DROPS THE EARLIER SIGN-OFF.
           IF EMVFI = 'Y'
              IF NOT EMP-IS-VERIFIED
                 MOVE CA-OPERATOR-ID TO EMP-VERIFY-BY
              END-IF
              MOVE 'Y' TO EMP-VERIFIED
           ELSE
              MOVE 'N' TO EMP-VERIFIED
              MOVE SPACES TO EMP-VERIFY-BY
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EMP-CAPTURE-DATE-N.
           MOVE CA-OPERATOR-ID TO EMP-OPERATOR.
      *    WHERE THE SALARY CANNOT CARRY THE SCHEDULED EMI THE
      *    BORROWER IS OFFERED A RESET THROUGH RESTRUCT RATHER THAN
      *    BEING LEFT TO SLIDE INTO ARREARS.
           COMPUTE WS-CARRY = EMP-SALARY * WS-FOIR-PCT / 100.
           IF EMP-EMPLOYED AND WS-EMI > WS-CARRY
              MOVE 'Y' TO EMP-RST-OFFER
           ELSE IF NOT EMP-RST-TAKEN
              MOVE 'N' TO EMP-RST-OFFER
           END-IF
           END-IF.
           MOVE 66 TO WS-EMP-LEN.
           IF WS-EMP-NEW = 'Y'
              EXEC CICS WRITE
                 DATASET('EMPLF')
                 FROM(WS-EMP-REC)
                 LENGTH(WS-EMP-LEN)
                 RIDFLD(EMP-ACCOUNT-NO)
              END-EXEC
              MOVE 'W' TO AUD-ACTION
           ELSE
              EXEC CICS REWRITE
                 DATASET('EMPLF')
                 FROM(WS-EMP-REC)
                 LENGTH(WS-EMP-LEN)
              END-EXEC
              MOVE 'R' TO AUD-ACTION
           END-IF.
           MOVE 'EMPLF' TO AUD-FILE-ID.
           PERFORM 9000-AUDIT-PARA.
           PERFORM 3060-EMP-SHOW-PARA.
           IF EMP-RST-OFFERED
              MOVE 'SALARY CANNOT CARRY THE EMI - OFFER RESTRUCT'
                 TO MSGO
           ELSE
              MOVE 'EMPLOYMENT DETAILS SAVED' TO MSGO
           END-IF.
           PERFORM 1000-SEND-PARA.
       3300-EMI-PARA.
      *    THE EMI THAT MATTERS IS THE NEXT ONE STILL OPEN ON THE
      *    AMORT SCHEDULE - INSTALLMENTS RUN 1 UPWARD, SO THE FIRST
      *    NOTFND ENDS THE WALK.
           MOVE 0 TO WS-EMI.
           MOVE 'N' TO WS-INST-DONE.
           MOVE 1 TO WS-INST-IX.
           PERFORM 3310-EMI-STEP-PARA
              UNTIL WS-INST-DONE = 'Y'.
       3310-EMI-STEP-PARA.
           MOVE PLF-ACCOUNT-NO TO PLF6-ACCOUNT-NO.
           MOVE WS-INST-IX TO PLF6-INST-NO.
           MOVE 60 TO WS-INST-LEN.
           EXEC CICS READ
              DATASET('PLF6')
              INTO(WS-INST-REC)
              LENGTH(WS-INST-LEN)
              RIDFLD(PLF6-KEY)
              RESP(WS-INST-RESP)
           END-EXEC.
           IF WS-INST-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-INST-DONE
           ELSE
              IF NOT PLF6-PAID
                 MOVE PLF6-EMI TO WS-EMI
                 MOVE 'Y' TO WS-INST-DONE
              END-IF
              IF WS-INST-IX >= 240
                 MOVE 'Y' TO WS-INST-DONE
              ELSE
                 ADD 1 TO WS-INST-IX
              END-IF
           END-IF.
       0001-MF-PARA.
           MOVE 'MAP FAIL ERROR' TO MSGO.
           PERFORM 1000-SEND-PARA.
       0003-GERR-PARA.
           MOVE 'SOME ERROR.........' TO MSGO.
           PERFORM 1000-SEND-PARA.
       0004-NF-PARA.
           MOVE 'ACCOUNT NOT FOUND.......' TO MSGO.
           PERFORM 1000-SEND-PARA.
       3900-EXIT-PARA.
           EXEC CICS SEND
                MAP('EMP1')
                MAPSET('PMAP049')
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.
       9000-AUDIT-PARA.
           MOVE FUNCTION CURRENT-DATE(5:2) TO AUD-TIMESTAMP(1:2).
           MOVE "/"                        TO AUD-TIMESTAMP(3:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO AUD-TIMESTAMP(4:2).
           MOVE "/"                        TO AUD-TIMESTAMP(6:1).
           MOVE FUNCTION CURRENT-DATE(1:4) TO AUD-TIMESTAMP(7:4).
           MOVE EIBTIME TO AUD-TIME.
           MOVE CA-OPERATOR-ID TO AUD-OPERATOR.
           MOVE PLF-ACCOUNT-NO TO AUD-ACCOUNT-NO.
           EXEC CICS WRITEQ TD
              QUEUE('AUDLOG')
              FROM(WS-AUD-REC)
              LENGTH(WS-AUD-LEN)
           END-EXEC.
