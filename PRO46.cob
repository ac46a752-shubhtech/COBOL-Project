       IDENTIFICATION DIVISION.
       PROGRAM-ID. FRDMNT.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-FRC-REC.
              COPY FRCREC.
              COPY PMAP055.
              COPY DFHAID.
              COPY CPCOMM.
       77 WS-FRC-LEN      PIC S9(04) COMP VALUE 105.
       77 WS-FRC-RESP     PIC S9(08) COMP.
       01 WS-LDG-REC.
              COPY PLF5REC.
       77 WS-LDG-LEN      PIC S9(04) COMP VALUE 64.
       77 WS-LDG-RESP     PIC S9(08) COMP.
       77 WS-LDG-DONE     PIC X(01) VALUE 'N'.
       01 WS-OPS-REC.
              COPY OPSREC.
       77 WS-OPS-LEN      PIC S9(04) COMP VALUE 42.
       77 WS-OPS-RESP     PIC S9(08) COMP.
       01 WS-AUD-REC.
              COPY AUDREC.
       77 WS-AUD-LEN      PIC S9(04) COMP VALUE 37.
       77 WS-LEN          PIC S9(04) COMP.
       77 WS-DAT          PIC X(10).
       77 WS-TODAY-N      PIC 9(08) VALUE 0.
       77 WS-CREDITS      PIC 9(10) VALUE 0.
       77 WS-DEBITS       PIC 9(10) VALUE 0.
       77 WS-RECOVERED    PIC 9(09) VALUE 0.
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
              MOVE LOW-VALUES TO FRC1I, FRC1O
              PERFORM 1000-SEND-PARA
           ELSE
              PERFORM 2000-RECEIVE-PARA
              PERFORM 3000-KEY-CHECK-PARA
           END-IF.
       1000-SEND-PARA.
           MOVE FUNCTION CURRENT-DATE(5:2) TO DATFI(1:2).
           MOVE "/"                        TO DATFI(3:2).
           MOVE FUNCTION CURRENT-DATE(7:2) TO DATFI(4:2).
           MOVE "/"                        TO DATFI(6:2).
           MOVE FUNCTION CURRENT-DATE(1:4) TO DATFI(7:4).
           MOVE DATFI TO WS-DAT.
           MOVE WS-DAT TO DATFO.
           EXEC CICS SEND
                MAP('FRC1')
                MAPSET('PMAP055')
                ERASE
           END-EXEC.
           MOVE 'C' TO CA-MODE.
           MOVE LENGTH OF WS-COMMAREA TO WS-LEN.
           EXEC CICS RETURN
                TRANSID('P056')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-LEN)
           END-EXEC.
       2000-RECEIVE-PARA.
           EXEC CICS RECEIVE
                MAP('FRC1')
                MAPSET('PMAP055')
           END-EXEC.
       3000-KEY-CHECK-PARA.
      *    FRAUD CASES ARE REPORTED TO THE REGULATOR AND NAME STAFF -
      *    SUPERVISOR TERRITORY, LIKE THE FREEZE THAT OPENS THEM.
           IF NOT CA-ROLE-SUPER
              MOVE 'FRAUD CASES ARE SUPERVISOR ONLY..' TO MSGO
              PERFORM 3900-EXIT-PARA
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-N.
           IF EIBAID = DFHPF2
              PERFORM 3100-FETCH-PARA
           ELSE IF EIBAID = DFHPF5
              PERFORM 3200-SAVE-PARA
           ELSE IF EIBAID = DFHPF6
              PERFORM 3300-CLOSE-PARA
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
           END-IF
           END-IF.
       3100-FETCH-PARA.
      *    EVERY LOOK AT AN OPEN CASE BRINGS ITS ACCOUNT RECOVERY UP
      *    TO DATE FROM THE LEDGER BEFORE IT IS SHOWN.
           PERFORM 3050-CASE-READ-PARA.
           IF FRC-OPEN
              PERFORM 3400-RECOVERY-PARA
              PERFORM 3450-RECOVERY-SAVE-PARA
           ELSE
              EXEC CICS UNLOCK
                 DATASET('FRDCASE')
              END-EXEC
           END-IF.
           PERFORM 3060-SHOW-PARA.
           IF FRC-OPEN
              MOVE 'AMEND AND PF5 TO SAVE, PF6 TO CLOSE' TO MSGO
           ELSE
              MOVE 'CASE IS CLOSED - SHOWN FOR ENQUIRY' TO MSGO
           END-IF.
           PERFORM 1000-SEND-PARA.
       3050-CASE-READ-PARA.
      *    CASES ARE ONLY EVER OPENED BY APPRVQ WHEN A FRAUD FREEZE
      *    GOES ACTIVE - NO CASE, NO FRAUD FREEZE BEHIND IT.
           MOVE FCACI TO FRC-ACCOUNT-NO.
           MOVE 105 TO WS-FRC-LEN.
           EXEC CICS READ
              DATASET('FRDCASE')
              INTO(WS-FRC-REC)
              LENGTH(WS-FRC-LEN)
              RIDFLD(FRC-ACCOUNT-NO)
              UPDATE
              RESP(WS-FRC-RESP)
           END-EXEC.
           IF WS-FRC-RESP NOT = DFHRESP(NORMAL)
              MOVE 'NO FRAUD CASE - NEEDS AN ACTIVE F FREEZE' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
       3060-SHOW-PARA.
           MOVE FRC-STATUS TO FCSTO.
           MOVE FRC-OPEN-DATE-N TO FCODO.
           MOVE FRC-OPEN-BY TO FCOBO.
           MOVE FRC-DETECT-DATE-N TO FCDDO.
           MOVE FRC-CATEGORY TO FCCTO.
           MOVE FRC-AMOUNT TO FCAMO.
           MOVE FRC-POLICE-DATE-N TO FCPDO.
           MOVE FRC-ACCT-RECOVERY TO FCRAO.
           MOVE FRC-OTHER-RECOVERY TO FCROO.
           MOVE FRC-STAFF-FLAG TO FCSFO.
           MOVE FRC-STAFF-ID TO FCSIO.
           MOVE FRC-UPD-DATE-N TO FCUDO.
           MOVE FRC-UPD-BY TO FCUBO.
       3200-SAVE-PARA.
           PERFORM 3050-CASE-READ-PARA.
           IF FRC-CLOSED
              EXEC CICS UNLOCK
                 DATASET('FRDCASE')
              END-EXEC
              MOVE 'CASE IS CLOSED - NO FURTHER CHANGES' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           PERFORM 3250-EDIT-PARA.
           IF FCDDI NUMERIC AND FCDDI > 0
              MOVE FCDDI TO FRC-DETECT-DATE-N
           END-IF.
      *    A FIELD LEFT UNTOUCHED COMES BACK AS LOW-VALUES AND KEEPS
      *    WHAT THE CASE ALREADY HOLDS.
           IF FCCTI NOT = LOW-VALUE
              MOVE FCCTI TO FRC-CATEGORY
           END-IF.
           IF FCAMI NUMERIC
              MOVE FCAMI TO FRC-AMOUNT
           END-IF.
           IF FCPDI NUMERIC
              MOVE FCPDI TO FRC-POLICE-DATE-N
           END-IF.
           IF FCROI NUMERIC
              MOVE FCROI TO FRC-OTHER-RECOVERY
           END-IF.
           IF FCSFI NOT = LOW-VALUE
              MOVE FCSFI TO FRC-STAFF-FLAG
           END-IF.
           IF FCSII NOT = LOW-VALUE
              MOVE FCSII TO FRC-STAFF-ID
           END-IF.
           IF FRC-STAFF-INVOLVED
              PERFORM 3260-STAFF-CHECK-PARA
           ELSE
              MOVE SPACES TO FRC-STAFF-ID
           END-IF.
           PERFORM 3400-RECOVERY-PARA.
           MOVE WS-TODAY-N TO FRC-UPD-DATE-N.
           MOVE CA-OPERATOR-ID TO FRC-UPD-BY.
           PERFORM 3500-REWRITE-PARA.
           MOVE 'R' TO AUD-ACTION.
           PERFORM 9000-AUDIT-PARA.
           PERFORM 3060-SHOW-PARA.
           MOVE 'FRAUD CASE SAVED........' TO MSGO.
           PERFORM 1000-SEND-PARA.
       3250-EDIT-PARA.
      *    A BAD FIELD LEAVES THE CASE AS IT WAS - THE LOCK IS GIVEN
      *    BACK BEFORE THE SCREEN GOES OUT.
           IF FCCTI NOT = SPACE AND FCCTI NOT = LOW-VALUE
              AND FCCTI NOT = 'M' AND FCCTI NOT = 'F'
              AND FCCTI NOT = 'C' AND FCCTI NOT = 'U'
              AND FCCTI NOT = 'N' AND FCCTI NOT = 'O'
              MOVE 'CATEGORY MUST BE M, F, C, U, N OR O' TO MSGO
              PERFORM 3290-REFUSE-PARA
           END-IF.
           IF FCDDI NUMERIC AND FCDDI > WS-TODAY-N
              MOVE 'DETECTION DATE CANNOT BE IN THE FUTURE' TO MSGO
              PERFORM 3290-REFUSE-PARA
           END-IF.
           IF FCPDI NUMERIC AND FCPDI > 0
              IF FCPDI > WS-TODAY-N
                 MOVE 'POLICE REPORT DATE CANNOT BE IN FUTURE' TO MSGO
                 PERFORM 3290-REFUSE-PARA
              END-IF
              IF FCDDI NUMERIC AND FCDDI > 0
                 IF FCPDI < FCDDI
                    MOVE 'POLICE REPORT BEFORE DETECTION DATE..'
                       TO MSGO
                    PERFORM 3290-REFUSE-PARA
                 END-IF
              ELSE IF FCPDI < FRC-DETECT-DATE-N
                 MOVE 'POLICE REPORT BEFORE DETECTION DATE..' TO MSGO
                 PERFORM 3290-REFUSE-PARA
              END-IF
              END-IF
           END-IF.
           IF FCSFI NOT = SPACE AND FCSFI NOT = LOW-VALUE
              AND FCSFI NOT = 'Y' AND FCSFI NOT = 'N'
              MOVE 'STAFF ACCOUNTABILITY MUST BE Y OR N' TO MSGO
              PERFORM 3290-REFUSE-PARA
           END-IF.
       3260-STAFF-CHECK-PARA.
      *    THE EMPLOYEE HELD ACCOUNTABLE MUST BE A REAL OPERATOR ID.
           MOVE FRC-STAFF-ID TO OPS-OPID.
           MOVE 42 TO WS-OPS-LEN.
           EXEC CICS READ
              DATASET('OPSEC')
              INTO(WS-OPS-REC)
              LENGTH(WS-OPS-LEN)
              RIDFLD(OPS-OPID)
              RESP(WS-OPS-RESP)
           END-EXEC.
           IF WS-OPS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'STAFF ID IS NOT ON THE OPERATOR MASTER' TO MSGO
              PERFORM 3290-REFUSE-PARA
           END-IF.
       3290-REFUSE-PARA.
           EXEC CICS UNLOCK
              DATASET('FRDCASE')
           END-EXEC.
           PERFORM 1000-SEND-PARA.
       3300-CLOSE-PARA.
      *    A CASE ONLY CLOSES ONCE IT CAN STAND ON THE RETURN - IT IS
      *    CLASSIFIED, THE POLICE HAVE IT AND STAFF ACCOUNTABILITY HAS
      *    BEEN EXAMINED. THE FREEZE ITSELF IS LIFTED SEPARATELY ON
      *    FRZMNT.
           PERFORM 3050-CASE-READ-PARA.
           IF FRC-CLOSED
              MOVE 'CASE IS ALREADY CLOSED..' TO MSGO
              PERFORM 3290-REFUSE-PARA
           END-IF.
           IF NOT FRC-CAT-VALID
              MOVE 'CLASSIFY THE CASE BEFORE CLOSING IT' TO MSGO
              PERFORM 3290-REFUSE-PARA
           END-IF.
           IF FRC-POLICE-DATE-N NOT NUMERIC OR FRC-POLICE-DATE-N = 0
              MOVE 'NOT YET REPORTED TO POLICE - CANNOT CLOSE' TO MSGO
              PERFORM 3290-REFUSE-PARA
           END-IF.
           IF NOT FRC-STAFF-INVOLVED AND NOT FRC-STAFF-CLEARED
              MOVE 'STAFF ACCOUNTABILITY NOT YET EXAMINED' TO MSGO
              PERFORM 3290-REFUSE-PARA
           END-IF.
           PERFORM 3400-RECOVERY-PARA.
           MOVE 'C' TO FRC-STATUS.
           MOVE WS-TODAY-N TO FRC-CLOSE-DATE-N.
           MOVE WS-TODAY-N TO FRC-UPD-DATE-N.
           MOVE CA-OPERATOR-ID TO FRC-UPD-BY.
           PERFORM 3500-REWRITE-PARA.
           MOVE 'R' TO AUD-ACTION.
           PERFORM 9000-AUDIT-PARA.
           PERFORM 3060-SHOW-PARA.
           MOVE 'FRAUD CASE CLOSED.......' TO MSGO.
           PERFORM 1000-SEND-PARA.
       3400-RECOVERY-PARA.
      *    WHAT HAS COME BACK INTO THE ACCOUNT SINCE DETECTION - THE
      *    REPAYMENTS, CLOSURE AND FORECLOSURE CREDITS, LESS BOUNCED
      *    AND REVERSED CREDITS. THE ARC SALE ROW CARRIES THE BOOK
      *    BALANCE TAKEN OFF, NOT THE PRICE, SO IT IS LEFT OUT - WHAT
      *    THE ARC PAID GOES IN THE OTHER RECOVERY. IT IS
      *    WORKED OUT AFRESH FROM PLF5 EACH TIME, SO A POSTING MADE
      *    BY ANY SCREEN OR BATCH SHOWS UP WITHOUT THE POSTER HAVING
      *    TO KNOW ABOUT THE CASE.
           MOVE 0 TO WS-CREDITS.
           MOVE 0 TO WS-DEBITS.
           MOVE 'N' TO WS-LDG-DONE.
           MOVE FRC-ACCOUNT-NO TO PLF5-ACCOUNT-NO.
           MOVE FRC-DETECT-DATE-N TO PLF5-TXN-DATE-N.
           MOVE 0 TO PLF5-TXN-TIME.
           EXEC CICS STARTBR
              DATASET('PLF5')
              RIDFLD(PLF5-KEY)
              RESP(WS-LDG-RESP)
           END-EXEC.
           IF WS-LDG-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-LDG-DONE
           END-IF.
           PERFORM 3410-RECOVERY-STEP-PARA UNTIL WS-LDG-DONE = 'Y'.
           IF WS-LDG-RESP = DFHRESP(NORMAL)
              EXEC CICS ENDBR
                 DATASET('PLF5')
              END-EXEC
           END-IF.
           IF WS-DEBITS > WS-CREDITS
              MOVE 0 TO WS-RECOVERED
           ELSE
              COMPUTE WS-RECOVERED = WS-CREDITS - WS-DEBITS
           END-IF.
       3410-RECOVERY-STEP-PARA.
           MOVE 64 TO WS-LDG-LEN.
           EXEC CICS READNEXT
              DATASET('PLF5')
              INTO(WS-LDG-REC)
              LENGTH(WS-LDG-LEN)
              RIDFLD(PLF5-KEY)
              RESP(WS-LDG-RESP)
           END-EXEC.
           IF WS-LDG-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-LDG-DONE
              MOVE DFHRESP(NORMAL) TO WS-LDG-RESP
           ELSE IF PLF5-ACCOUNT-NO NOT = FRC-ACCOUNT-NO
              MOVE 'Y' TO WS-LDG-DONE
           ELSE IF PLF5-REPAYMENT OR PLF5-CLOSURE
                   OR PLF5-FORECLOSURE
              ADD PLF5-TXN-AMOUNT TO WS-CREDITS
           ELSE IF PLF5-BOUNCE OR PLF5-REVERSAL
              ADD PLF5-TXN-AMOUNT TO WS-DEBITS
           END-IF
           END-IF
           END-IF
           END-IF.
       3450-RECOVERY-SAVE-PARA.
      *    ONLY A MOVED FIGURE IS WRITTEN BACK - AN UNCHANGED CASE IS
      *    JUST RELEASED.
           IF WS-RECOVERED = FRC-ACCT-RECOVERY
              EXEC CICS UNLOCK
                 DATASET('FRDCASE')
              END-EXEC
           ELSE
              PERFORM 3500-REWRITE-PARA
              MOVE 'R' TO AUD-ACTION
              PERFORM 9000-AUDIT-PARA
           END-IF.
       3500-REWRITE-PARA.
           MOVE WS-RECOVERED TO FRC-ACCT-RECOVERY.
           MOVE 105 TO WS-FRC-LEN.
           EXEC CICS REWRITE
              DATASET('FRDCASE')
              FROM(WS-FRC-REC)
              LENGTH(WS-FRC-LEN)
           END-EXEC.
       0001-MF-PARA.
           MOVE 'MAP FAIL ERROR' TO MSGO.
           PERFORM 1000-SEND-PARA.
       0003-GERR-PARA.
           MOVE 'SOME ERROR.........' TO MSGO.
           PERFORM 1000-SEND-PARA.
       0004-NF-PARA.
           MOVE 'NO RECORD FOUND.......' TO MSGO.
           PERFORM 1000-SEND-PARA.
       3900-EXIT-PARA.
           EXEC CICS SEND
                MAP('FRC1')
                MAPSET('PMAP055')
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
           MOVE FRC-ACCOUNT-NO TO AUD-ACCOUNT-NO.
           MOVE 'FRDCS' TO AUD-FILE-ID.
           EXEC CICS WRITEQ TD
              QUEUE('AUDLOG')
              FROM(WS-AUD-REC)
              LENGTH(WS-AUD-LEN)
           END-EXEC.
