       IDENTIFICATION DIVISION.
       PROGRAM-ID. KYCMNT.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-CUST-REC.
              COPY PLF01REC.
              COPY PMAP051.
              COPY DFHAID.
              COPY CPCOMM.
       77 WS-CUS-LEN      PIC S9(04) COMP VALUE 148.
       77 WS-CUS-RESP     PIC S9(08) COMP.
       01 WS-KYC-REC.
              COPY KYCREC.
       77 WS-KYC-LEN      PIC S9(04) COMP VALUE 52.
       77 WS-KYC-RESP     PIC S9(08) COMP.
       77 WS-KYC-NEW      PIC X(01) VALUE 'N'.
       01 WS-AUD-REC.
              COPY AUDREC.
       77 WS-AUD-LEN      PIC S9(04) COMP VALUE 37.
       77 WS-LEN          PIC S9(04) COMP.
       77 WS-DAT          PIC X(10).
       77 WS-TODAY-N      PIC 9(08) VALUE 0.
       77 WS-DX           PIC 9(01) VALUE 0.
       77 WS-DOC-COUNT    PIC 9(01) VALUE 0.
       77 WS-DOC-BAD      PIC X(01) VALUE 'N'.
      *    RE-KYC PERIODS IN YEARS BY RISK CATEGORY, AND HOW FAR AHEAD
      *    THE SCREEN STARTS CALLING A CUSTOMER DUE.
       77 WS-YRS-HIGH     PIC 9(02) VALUE 02.
       77 WS-YRS-MEDIUM   PIC 9(02) VALUE 08.
       77 WS-YRS-LOW      PIC 9(02) VALUE 10.
       77 WS-YRS          PIC 9(02) VALUE 0.
       77 WS-DUE-SOON     PIC 9(03) VALUE 090.
       77 WS-DAYS-LEFT    PIC S9(08) VALUE 0.
       01 WS-DOC-IN.
           05 WS-DOC-KEYED    PIC X(04) OCCURS 3 TIMES.
       01 WS-VD-WORK.
           05 WS-VD-MM        PIC 9(02).
           05 FILLER          PIC X(01).
           05 WS-VD-DD        PIC 9(02).
           05 FILLER          PIC X(01).
           05 WS-VD-YYYY      PIC 9(04).
       01 WS-VD-N         PIC 9(08) VALUE 0.
       01 WS-SD-N         PIC 9(08) VALUE 0.
       01 WS-SD-PARTS REDEFINES WS-SD-N.
           05 WS-SDN-YYYY     PIC 9(04).
           05 WS-SDN-MMDD     PIC 9(04).
       01 WS-SD-SHOW REDEFINES WS-SD-N.
           05 WS-SDS-YYYY     PIC 9(04).
           05 WS-SDS-MM       PIC 9(02).
           05 WS-SDS-DD       PIC 9(02).
       01 WS-SD-TEXT      PIC X(10).
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
              MOVE LOW-VALUES TO KYC1I, KYC1O
              PERFORM 1000-SEND-PARA
           ELSE
              PERFORM 2000-RECEIVE-PARA
              PERFORM 3000-KEY-CHECK-PARA
           END-IF.
       1000-SEND-PARA.
           MOVE FUNCTION CURRENT-DATE(5:2) TO DATKI(1:2).
           MOVE "/"                        TO DATKI(3:2).
           MOVE FUNCTION CURRENT-DATE(7:2) TO DATKI(4:2).
           MOVE "/"                        TO DATKI(6:2).
           MOVE FUNCTION CURRENT-DATE(1:4) TO DATKI(7:4).
           MOVE DATKI TO WS-DAT.
           MOVE WS-DAT TO DATKO.
           EXEC CICS SEND
                MAP('KYC1')
                MAPSET('PMAP051')
                ERASE
           END-EXEC.
           MOVE 'C' TO CA-MODE.
           MOVE LENGTH OF WS-COMMAREA TO WS-LEN.
           EXEC CICS RETURN
                TRANSID('P052')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-LEN)
           END-EXEC.
       2000-RECEIVE-PARA.
           EXEC CICS RECEIVE
                MAP('KYC1')
                MAPSET('PMAP051')
           END-EXEC.
       3000-KEY-CHECK-PARA.
           MOVE KYCUI TO PLF-CUST-NO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-N.
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
       3050-CUSTOMER-PARA.
           MOVE 148 TO WS-CUS-LEN.
           EXEC CICS READ
              DATASET('PLF01')
              INTO(WS-CUST-REC)
              LENGTH(WS-CUS-LEN)
              RIDFLD(PLF-CUST-NO)
              RESP(WS-CUS-RESP)
           END-EXEC.
           IF WS-CUS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'CUSTOMER NOT FOUND.......' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           MOVE PLF-CUST-NAME TO KYNMO.
           MOVE PLF-BRANCH-CODE TO KYBRO.
       3060-KYC-SHOW-PARA.
           MOVE KYC-RISK TO KYRKO.
           MOVE KYC-VERIFY-DATE-N TO WS-SD-N.
           PERFORM 3070-DATE-TEXT-PARA.
           MOVE WS-SD-TEXT TO KYVDO.
           MOVE KYC-DOC-SEEN(1) TO KYD1O.
           MOVE KYC-DOC-SEEN(2) TO KYD2O.
           MOVE KYC-DOC-SEEN(3) TO KYD3O.
           MOVE KYC-NEXT-DUE-N TO WS-SD-N.
           PERFORM 3070-DATE-TEXT-PARA.
           MOVE WS-SD-TEXT TO KYNDO.
           MOVE KYC-VERIFIED-BY TO KYVBO.
           MOVE SPACES TO KYLTO.
           IF KYC-LETTER-DATE-N >= KYC-VERIFY-DATE-N
              MOVE KYC-LETTER-DATE-N TO WS-SD-N
              PERFORM 3070-DATE-TEXT-PARA
              MOVE WS-SD-TEXT TO KYLTO
           END-IF.
           COMPUTE WS-DAYS-LEFT =
                 FUNCTION INTEGER-OF-DATE(KYC-NEXT-DUE-N)
               - FUNCTION INTEGER-OF-DATE(WS-TODAY-N).
           IF WS-DAYS-LEFT < 0
              MOVE 'LAPSED  ' TO KYSTO
           ELSE IF WS-DAYS-LEFT <= WS-DUE-SOON
              MOVE 'DUE SOON' TO KYSTO
           ELSE
              MOVE 'CURRENT ' TO KYSTO
           END-IF
           END-IF.
       3070-DATE-TEXT-PARA.
           MOVE SPACES TO WS-SD-TEXT.
           IF WS-SD-N > 0
              MOVE WS-SDS-MM   TO WS-SD-TEXT(1:2)
              MOVE "/"         TO WS-SD-TEXT(3:1)
              MOVE WS-SDS-DD   TO WS-SD-TEXT(4:2)
              MOVE "/"         TO WS-SD-TEXT(6:1)
              MOVE WS-SDS-YYYY TO WS-SD-TEXT(7:4)
           END-IF.
       3100-FETCH-PARA.
           PERFORM 3050-CUSTOMER-PARA.
           MOVE PLF-CUST-NO TO KYC-CUST-NO.
           MOVE 52 TO WS-KYC-LEN.
           EXEC CICS READ
              DATASET('KYCF')
              INTO(WS-KYC-REC)
              LENGTH(WS-KYC-LEN)
              RIDFLD(KYC-CUST-NO)
              RESP(WS-KYC-RESP)
           END-EXEC.
           IF WS-KYC-RESP = DFHRESP(NORMAL)
              PERFORM 3060-KYC-SHOW-PARA
              MOVE 'KYC ON FILE - KEY NEW VERIFICATION AND PF5'
                 TO MSGO
           ELSE
              MOVE 'NO KYC ON FILE - KEY THE VERIFICATION AND PF5'
                 TO MSGO
           END-IF.
           PERFORM 1000-SEND-PARA.
       3200-SAVE-PARA.
           PERFORM 3050-CUSTOMER-PARA.
           IF KYRKI NOT = 'H' AND KYRKI NOT = 'M'
              AND KYRKI NOT = 'L'
              MOVE 'RISK CATEGORY IS H, M OR L' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
      *    A BLANK DATE MEANS THE DOCUMENTS WERE SEEN TODAY. A KEYED
      *    DATE MAY BACK-DATE A VERIFICATION DONE BEFORE THE RECORD
      *    WAS KEPT, BUT NEVER RUN AHEAD OF TODAY.
           IF KYVDI = SPACES OR KYVDI = LOW-VALUES
              MOVE WS-TODAY-N TO WS-VD-N
           ELSE
              IF KYVDI(1:2) NOT NUMERIC OR KYVDI(4:2) NOT NUMERIC
                 OR KYVDI(7:4) NOT NUMERIC OR KYVDI(3:1) NOT = '/'
                 OR KYVDI(6:1) NOT = '/'
                 MOVE 'VERIFIED DATE MUST BE MM/DD/YYYY' TO MSGO
                 PERFORM 1000-SEND-PARA
              END-IF
              MOVE KYVDI TO WS-VD-WORK
              IF WS-VD-MM < 1 OR WS-VD-MM > 12
                 OR WS-VD-DD < 1 OR WS-VD-DD > 31
                 MOVE 'VERIFIED DATE MUST BE MM/DD/YYYY' TO MSGO
                 PERFORM 1000-SEND-PARA
              END-IF
              COMPUTE WS-VD-N =
                    WS-VD-YYYY * 10000 + WS-VD-MM * 100 + WS-VD-DD
              IF WS-VD-N > WS-TODAY-N
                 MOVE 'VERIFIED DATE CANNOT BE AFTER TODAY' TO MSGO
                 PERFORM 1000-SEND-PARA
              END-IF
           END-IF.
           MOVE KYD1I TO WS-DOC-KEYED(1).
           MOVE KYD2I TO WS-DOC-KEYED(2).
           MOVE KYD3I TO WS-DOC-KEYED(3).
           INSPECT WS-DOC-IN REPLACING ALL LOW-VALUES BY SPACES.
           MOVE WS-DOC-IN TO KYC-DOCS.
           MOVE 0 TO WS-DOC-COUNT.
           MOVE 'N' TO WS-DOC-BAD.
           PERFORM 3210-DOC-CHECK-PARA
              VARYING WS-DX FROM 1 BY 1 UNTIL WS-DX > 3.
           IF WS-DOC-BAD = 'Y'
              MOVE 'DOCUMENT CODE NOT RECOGNISED - SEE THE LIST'
                 TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           IF WS-DOC-COUNT = 0
              MOVE 'KEY AT LEAST ONE DOCUMENT SEEN' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           MOVE PLF-CUST-NO TO KYC-CUST-NO.
           MOVE 52 TO WS-KYC-LEN.
           EXEC CICS READ
              DATASET('KYCF')
              INTO(WS-KYC-REC)
              LENGTH(WS-KYC-LEN)
              RIDFLD(KYC-CUST-NO)
              UPDATE
              RESP(WS-KYC-RESP)
           END-EXEC.
           IF WS-KYC-RESP = DFHRESP(NORMAL)
              MOVE 'N' TO WS-KYC-NEW
           ELSE
              MOVE 'Y' TO WS-KYC-NEW
              MOVE PLF-CUST-NO TO KYC-CUST-NO
              MOVE 0 TO KYC-LETTER-DATE-N
           END-IF.
           MOVE KYRKI TO KYC-RISK.
           MOVE WS-VD-N TO KYC-VERIFY-DATE-N.
           MOVE WS-DOC-IN TO KYC-DOCS.
           MOVE CA-OPERATOR-ID TO KYC-VERIFIED-BY.
           IF KYC-RISK-HIGH
              MOVE WS-YRS-HIGH TO WS-YRS
           ELSE IF KYC-RISK-MEDIUM
              MOVE WS-YRS-MEDIUM TO WS-YRS
           ELSE
              MOVE WS-YRS-LOW TO WS-YRS
           END-IF
           END-IF.
      *    RE-KYC FALLS DUE ON THE SAME DAY THE GIVEN NUMBER OF YEARS
      *    ON. A 29 FEBRUARY VERIFICATION FALLS DUE ON THE 28TH - ONE
      *    DAY EARLY IS SAFER THAN A DATE THAT MAY NOT EXIST.
           MOVE WS-VD-N TO WS-SD-N.
           ADD WS-YRS TO WS-SDN-YYYY.
           IF WS-SDN-MMDD = 0229
              MOVE 0228 TO WS-SDN-MMDD
           END-IF.
           MOVE WS-SD-N TO KYC-NEXT-DUE-N.
           MOVE 52 TO WS-KYC-LEN.
           IF WS-KYC-NEW = 'Y'
              EXEC CICS WRITE
                 DATASET('KYCF')
                 FROM(WS-KYC-REC)
                 LENGTH(WS-KYC-LEN)
                 RIDFLD(KYC-CUST-NO)
              END-EXEC
              MOVE 'W' TO AUD-ACTION
           ELSE
              EXEC CICS REWRITE
                 DATASET('KYCF')
                 FROM(WS-KYC-REC)
                 LENGTH(WS-KYC-LEN)
              END-EXEC
              MOVE 'R' TO AUD-ACTION
           END-IF.
           MOVE 'KYCF ' TO AUD-FILE-ID.
           PERFORM 9000-AUDIT-PARA.
           PERFORM 3060-KYC-SHOW-PARA.
           IF WS-DAYS-LEFT < 0
              MOVE 'SAVED - BUT THAT VERIFICATION HAS LAPSED'
                 TO MSGO
           ELSE
              MOVE 'KYC VERIFICATION SAVED - NEXT DUE SHOWN' TO MSGO
           END-IF.
           PERFORM 1000-SEND-PARA.
       3210-DOC-CHECK-PARA.
           IF KYC-DOC-SEEN(WS-DX) NOT = SPACES
              IF KYC-DOC-VALID(WS-DX)
                 ADD 1 TO WS-DOC-COUNT
              ELSE
                 MOVE 'Y' TO WS-DOC-BAD
              END-IF
           END-IF.
       0001-MF-PARA.
           MOVE 'MAP FAIL ERROR' TO MSGO.
           PERFORM 1000-SEND-PARA.
       0003-GERR-PARA.
           MOVE 'SOME ERROR.........' TO MSGO.
           PERFORM 1000-SEND-PARA.
       0004-NF-PARA.
           MOVE 'CUSTOMER NOT FOUND.......' TO MSGO.
           PERFORM 1000-SEND-PARA.
       3900-EXIT-PARA.
           EXEC CICS SEND
                MAP('KYC1')
                MAPSET('PMAP051')
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
           MOVE PLF-CUST-NO TO AUD-ACCOUNT-NO.
           EXEC CICS WRITEQ TD
              QUEUE('AUDLOG')
              FROM(WS-AUD-REC)
              LENGTH(WS-AUD-LEN)
           END-EXEC.
