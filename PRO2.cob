              COPY EDIREC.
       77 WS-EDI-LEN      PIC S9(04) COMP VALUE 116.
       77 WS-EDI-RESP     PIC S9(08) COMP.
       01 WS-BRM-REC.
              COPY BRMREC.
       77 WS-BRM-LEN      PIC S9(04) COMP VALUE 82.
       77 WS-BRM-RESP     PIC S9(08) COMP.
      *  SECOND PLF01 IMAGE FOR THE DUPLICATE SCAN - ONLY THE FIELDS
      *  COMPARED ARE NAMED, THE REST RIDE AS FILLER AT THE PLF01REC
      *  OFFSETS.
       01 WS-JRN-BEF3     PIC X(200).
       01 WS-APP-REC.
              COPY APPREC.
       77 WS-APP-LEN      PIC S9(04) COMP VALUE 415.
       01 WS-NEW-ACCT.
           05 WS-NA-BRANCH    PIC X(04).
           05 WS-NA-SEQ       PIC 9(05).
              MOVE 'APPLICANT DOES NOT MEET MINIMUM AGE' TO
                 WS-REJECT-MSG
           ELSE
           MOVE PLF-CUST-STATE TO WS-SC-STATE
           MOVE PLF-CUST-CITY  TO WS-SC-CITY
           EXEC CICS IGNORE CONDITION NOTFND END-EXEC
           EXEC CICS READ
              DATASET('STCTLK')
              INTO(WS-SC-LOOKUP-REC)
              LENGTH(WS-SC-LEN)
              RIDFLD(WS-SC-KEY)
              RESP(WS-SC-RESP)
           END-EXEC
           EXEC CICS HANDLE CONDITION
                NOTFND(0004-NF-PARA)
           END-EXEC
           IF WS-SC-RESP NOT = DFHRESP(NORMAL) OR NOT SC-VALID
              MOVE 'Y' TO WS-REJECT-SW
              MOVE 'INVALID STATE/CITY - CHECK LOOKUP TABLE' TO
      *    THE COLLEGE IS A CODE ON THE INSTITUTION MASTER NOW, NOT
      *    TEN CHARACTERS OF FREE TEXT - SAME LOOKUP DISCIPLINE THE
      *    STATE AND CITY GET.
           MOVE PLF-STU-COLLEGE TO EDI-CODE
           MOVE 116 TO WS-EDI-LEN
           EXEC CICS READ
              DATASET('EDIF')
              INTO(WS-EDI-REC)
              LENGTH(WS-EDI-LEN)
              RIDFLD(EDI-CODE)
              RESP(WS-EDI-RESP)
           END-EXEC
           IF WS-EDI-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-REJECT-SW
              MOVE 'INSTITUTION CODE NOT ON MASTER - CHECK EDIF' TO
                 WS-REJECT-MSG
           ELSE
      *    THE SERVICING BRANCH MUST BE ON THE BRANCH MASTER AND STILL
      *    OPEN - A MIS-KEYED OR CLOSED CODE WOULD OTHERWISE DROP THE
      *    CUSTOMER OUT OF EVERY REGIONAL ROLL-UP.
           MOVE BRNI TO BRM-CODE
           MOVE 82 TO WS-BRM-LEN
           EXEC CICS READ
              DATASET('BRMST')
              INTO(WS-BRM-REC)
              LENGTH(WS-BRM-LEN)
              RIDFLD(BRM-CODE)
              RESP(WS-BRM-RESP)
           END-EXEC
           IF WS-BRM-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-REJECT-SW
              MOVE 'BRANCH CODE NOT ON MASTER - CHECK BRMST' TO
                 WS-REJECT-MSG
           ELSE IF BRM-CLOSED
              MOVE 'Y' TO WS-REJECT-SW
              MOVE 'BRANCH CLOSED - KEY THE SERVICING BRANCH' TO
                 WS-REJECT-MSG
           ELSE
           COMPUTE WS-MAX-LOAN = PLF-SAL-DRAWN * WS-LOAN-SAL-RATIO
           IF PLF-LOAN-AMT > WS-MAX-LOAN
              MOVE 'Y' TO WS-REJECT-SW
              MOVE 'LOAN EXCEEDS PERMITTED MULTIPLE OF SALARY' TO
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       3050-EDIT-PARA.
           MOVE PHONEI TO WS-PHONE-WORK.
      *    THE GUARANTOR RIDES ON THE PARKED APPLICATION AND REACHES
      *    PLF4 ONLY WHEN THE APPLICATION IS APPROVED.
           MOVE CA-CUST-NO TO APP-ACCOUNT-NO.
           MOVE 415 TO WS-APP-LEN.
           EXEC CICS READ
              DATASET('PLFPND')
              INTO(WS-APP-REC)
              UPDATE
           END-EXEC.
           MOVE WS-GUAR-REC TO APP-GUAR-IMAGE.
           MOVE 415 TO WS-APP-LEN.
           EXEC CICS REWRITE
              DATASET('PLFPND')
              FROM(WS-APP-REC)
           MOVE SPACES TO APP-REASON.
           MOVE CA-OPERATOR-ID TO APP-MAKER.
           MOVE SPACES TO APP-CHECKER.
           MOVE 0 TO APP-ROUTE-LEVEL.
           MOVE FUNCTION CURRENT-DATE(5:2) TO APP-DATE(1:2).
           MOVE "/"                        TO APP-DATE(3:1).
           MOVE FUNCTION CURRENT-DATE(7:2) TO APP-DATE(4:2).
           MOVE "/"                        TO APP-DATE(6:1).
           MOVE FUNCTION CURRENT-DATE(1:4) TO APP-DATE(7:4).
           MOVE 415 TO WS-APP-LEN.
           EXEC CICS WRITE
              DATASET('PLFPND')
              FROM(WS-APP-REC)
