       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGINQ.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-JHS-REC.
              COPY JHSREC.
      *  THE BEFORE AND AFTER IMAGES ARE DECODED THROUGH THE SAME
      *  RECORD LAYOUTS THE POSTING PROGRAMS WRITE THEM WITH, SO THE
      *  COMPARISON CAN NEVER DRIFT FROM THE FILES THEMSELVES.
       01 WS-BEF-IMAGE            PIC X(200).
       01 WS-BEF-CUST REDEFINES WS-BEF-IMAGE.
              COPY PLF01REC.
       01 WS-BEF-LOAN REDEFINES WS-BEF-IMAGE.
              COPY PLF3REC.
       01 WS-AFT-IMAGE            PIC X(200).
       01 WS-AFT-CUST REDEFINES WS-AFT-IMAGE.
              COPY PLF01REC.
       01 WS-AFT-LOAN REDEFINES WS-AFT-IMAGE.
              COPY PLF3REC.
       01 WS-PAGE-KEY.
           05 WS-PAGE-REF         PIC X(10).
           05 FILLER              PIC X(16).
       01 WS-LINES.
           05 WS-LINE             PIC X(76) OCCURS 12 TIMES.
       01 WS-LIST-LINE.
           05 LL-NO               PIC Z9.
           05 FILLER              PIC X(02).
           05 LL-DATE             PIC 9(08).
           05 FILLER              PIC X(02).
           05 LL-TIME             PIC 9(06).
           05 FILLER              PIC X(02).
           05 LL-SEQ              PIC 9(02).
           05 FILLER              PIC X(02).
           05 LL-FILE             PIC X(05).
           05 FILLER              PIC X(02).
           05 LL-ACTION           PIC X(07).
           05 FILLER              PIC X(02).
           05 LL-OPER             PIC X(05).
           05 FILLER              PIC X(02).
           05 LL-CHG              PIC Z9.
           05 LL-TEXT             PIC X(17).
           05 FILLER              PIC X(08).
       01 WS-ENTRY-LINE.
           05 FILLER              PIC X(06) VALUE 'ENTRY '.
           05 EL-NO               PIC Z9.
           05 FILLER              PIC X(02) VALUE ': '.
           05 EL-FILE             PIC X(05).
           05 FILLER              PIC X(01).
           05 EL-ACTION           PIC X(07).
           05 FILLER              PIC X(04) VALUE ' ON '.
           05 EL-DATE             PIC 9(08).
           05 FILLER              PIC X(04) VALUE ' AT '.
           05 EL-TIME             PIC 9(06).
           05 FILLER              PIC X(04) VALUE ' BY '.
           05 EL-OPER             PIC X(05).
           05 FILLER              PIC X(22).
       01 WS-CMP-LINE.
           05 CL-NAME             PIC X(16).
           05 FILLER              PIC X(02).
           05 CL-BEF              PIC X(25).
           05 CL-ARROW            PIC X(04).
           05 CL-AFT              PIC X(25).
           05 FILLER              PIC X(04).
       01 WS-LIST-HEAD            PIC X(76) VALUE
           'LN  DATE      TIME    SQ  FILE   ACTION   OPER   CHANGES'.
       01 WS-CMP-HEAD             PIC X(76) VALUE
           'FIELD             BEFORE                        AFTER'.
       01 WS-CMP-NAME             PIC X(16).
       01 WS-CMP-BEF              PIC X(25).
       01 WS-CMP-AFT              PIC X(25).
              COPY PMAP052.
              COPY DFHAID.
              COPY CPCOMM.
       77 WS-JHS-LEN      PIC S9(04) COMP VALUE 437.
       77 WS-JHS-RESP     PIC S9(08) COMP.
       77 WS-ROW          PIC S9(04) COMP VALUE 0.
       77 WS-IX           PIC S9(04) COMP VALUE 0.
       77 WS-SEL          PIC 9(02) VALUE 0.
       77 WS-SKIP         PIC 9(02) VALUE 0.
       77 WS-CHG-COUNT    PIC 9(02) VALUE 0.
       77 WS-BR-END       PIC X(01) VALUE 'N'.
       77 WS-MORE-SW      PIC X(01) VALUE 'N'.
       77 WS-SHOW-SW      PIC X(01) VALUE 'N'.
       77 WS-NEW-SW       PIC X(01) VALUE 'N'.
       77 WS-FOUND-SW     PIC X(01) VALUE 'N'.
       77 WS-LEN          PIC S9(04) COMP.
       77 WS-DAT          PIC X(10).
       LINKAGE SECTION.
       COPY CPCOMM REPLACING ==WS-COMMAREA== BY ==DFHCOMMAREA==.
       PROCEDURE DIVISION USING DFHCOMMAREA.
       MAIN-PARA.
           EXEC CICS HANDLE CONDITION
                MAPFAIL(0001-MF-PARA)
                ERROR(0003-GERR-PARA)
           END-EXEC.
           IF EIBCALEN > 0
              MOVE DFHCOMMAREA TO WS-COMMAREA
           END-IF.
           IF EIBCALEN = 0 OR CA-MODE-XCTL
              MOVE LOW-VALUES TO JHQ1I, JHQ1O
      *       CALLED FROM THE CUSTOMER 360 - START ON ITS CUSTOMER.
              IF CA-CUST-NO NOT = SPACES AND CA-CUST-NO NOT = LOW-VALUES
                 MOVE CA-CUST-NO TO JHRFO
              END-IF
              PERFORM 1000-SEND-PARA
           ELSE
              PERFORM 2000-RECEIVE-PARA
              PERFORM 3000-KEY-CHECK-PARA
           END-IF.
       1000-SEND-PARA.
           MOVE FUNCTION CURRENT-DATE(5:2) TO DATJI(1:2).
           MOVE "/"                        TO DATJI(3:2).
           MOVE FUNCTION CURRENT-DATE(7:2) TO DATJI(4:2).
           MOVE "/"                        TO DATJI(6:2).
           MOVE FUNCTION CURRENT-DATE(1:4) TO DATJI(7:4).
           MOVE DATJI TO WS-DAT.
           MOVE WS-DAT TO DATJO.
           EXEC CICS SEND
                MAP('JHQ1')
                MAPSET('PMAP052')
                ERASE
           END-EXEC.
           MOVE 'C' TO CA-MODE.
           MOVE LENGTH OF WS-COMMAREA TO WS-LEN.
           EXEC CICS RETURN
                TRANSID('P053')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-LEN)
           END-EXEC.
       1100-LINES-PARA.
           MOVE WS-LINE(1)  TO JL01O.
           MOVE WS-LINE(2)  TO JL02O.
           MOVE WS-LINE(3)  TO JL03O.
           MOVE WS-LINE(4)  TO JL04O.
           MOVE WS-LINE(5)  TO JL05O.
           MOVE WS-LINE(6)  TO JL06O.
           MOVE WS-LINE(7)  TO JL07O.
           MOVE WS-LINE(8)  TO JL08O.
           MOVE WS-LINE(9)  TO JL09O.
           MOVE WS-LINE(10) TO JL10O.
           MOVE WS-LINE(11) TO JL11O.
           MOVE WS-LINE(12) TO JL12O.
       2000-RECEIVE-PARA.
           EXEC CICS RECEIVE
                MAP('JHQ1')
                MAPSET('PMAP052')
           END-EXEC.
       3000-KEY-CHECK-PARA.
           IF EIBAID = DFHPF2
              PERFORM 3100-LIST-PARA
           ELSE IF EIBAID = DFHPF8
              PERFORM 3200-NEXT-PARA
           ELSE IF EIBAID = DFHPF5
              PERFORM 3300-COMPARE-PARA
           ELSE IF EIBAID = DFHPF6
              PERFORM 3400-MORE-PARA
           ELSE IF EIBAID = DFHPF3
              MOVE 'X' TO CA-MODE
              MOVE LENGTH OF WS-COMMAREA TO WS-LEN
              EXEC CICS XCTL
                 PROGRAM('PPGM011')
                 COMMAREA(WS-COMMAREA)
                 LENGTH(WS-LEN)
              END-EXEC
           ELSE IF EIBAID = DFHPF12
              MOVE LOW-VALUES TO JHQ1O
              MOVE 'VALUES ARE ERASED .......' TO MSGO
              PERFORM 1000-SEND-PARA
           ELSE
              MOVE 'INVALID KEY...........' TO MSGO
              PERFORM 3900-EXIT-PARA
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       3100-LIST-PARA.
           IF JHRFI = SPACES OR JHRFI = LOW-VALUES
              MOVE 'KEY AN ACCOUNT OR CUSTOMER NUMBER' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           MOVE JHRFI TO JHS-REF.
      *    A FROM-DATE SKIPS THE OLDER HISTORY; BLANK LISTS IT ALL.
           IF JHFDI NUMERIC
              MOVE JHFDI TO JHS-DATE-N
           ELSE
              MOVE 0 TO JHS-DATE-N
           END-IF.
           MOVE 0 TO JHS-TIME.
           MOVE 0 TO JHS-SEQ.
           PERFORM 4000-PAGE-PARA.
       3200-NEXT-PARA.
      *    THE POSITION RIDES ON THE SCREEN ITSELF - THE KEY OF THE
      *    FIRST ROW NOT YET SHOWN COMES BACK AS THE RESTART KEY.
           IF JHNKI = SPACES OR JHNKI = LOW-VALUES
              MOVE 'NO MORE CHANGES - PF2 TO LIST AGAIN' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           MOVE JHNKI TO JHS-KEY.
           PERFORM 4000-PAGE-PARA.
       3300-COMPARE-PARA.
           PERFORM 3350-SEL-PARA.
           MOVE 0 TO WS-SKIP.
           PERFORM 5000-COMPARE-PARA.
       3350-SEL-PARA.
           IF JHPKI = SPACES OR JHPKI = LOW-VALUES
              MOVE 'PF2 TO LIST THE CHANGES FIRST' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           IF JHSLI(2:1) = SPACE OR JHSLI(2:1) = LOW-VALUE
              MOVE JHSLI(1:1) TO JHSLI(2:1)
              MOVE '0' TO JHSLI(1:1)
           END-IF.
           IF JHSLI NOT NUMERIC
              MOVE 'KEY THE LINE NUMBER TO COMPARE' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           MOVE JHSLI TO WS-SEL.
           IF WS-SEL < 1 OR WS-SEL > 12
              MOVE 'LINE NUMBER MUST BE 1 TO 12' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
       3400-MORE-PARA.
           IF JHFOI NOT NUMERIC OR JHFOI = '00'
              MOVE 'PF5 TO COMPARE A LINE FIRST' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           PERFORM 3350-SEL-PARA.
           MOVE JHFOI TO WS-SKIP.
           PERFORM 5000-COMPARE-PARA.
       4000-PAGE-PARA.
           MOVE JHS-KEY TO WS-PAGE-KEY.
           MOVE JHS-REF TO JHRFO.
           MOVE SPACES TO WS-LINES.
           MOVE 0 TO WS-ROW.
           MOVE 'N' TO WS-MORE-SW.
           MOVE 'N' TO WS-BR-END.
           MOVE SPACES TO JHNKO.
           EXEC CICS STARTBR
              DATASET('JRNHST')
              RIDFLD(JHS-KEY)
              RESP(WS-JHS-RESP)
           END-EXEC.
           IF WS-JHS-RESP = DFHRESP(NORMAL)
              PERFORM 4100-ROW-PARA UNTIL WS-BR-END = 'Y'
              EXEC CICS ENDBR
                 DATASET('JRNHST')
              END-EXEC
           END-IF.
           MOVE WS-LIST-HEAD TO JHHDO.
           PERFORM 1100-LINES-PARA.
           MOVE '00' TO JHFOO.
           IF WS-ROW = 0
              MOVE SPACES TO JHPKO
              MOVE 'NO CHANGES ON FILE FOR THAT NUMBER' TO MSGO
           ELSE
              MOVE WS-PAGE-KEY TO JHPKO
              IF WS-MORE-SW = 'Y'
                 MOVE 'PF8 FOR MORE - PF5 TO COMPARE A LINE' TO MSGO
              ELSE
                 MOVE 'END OF CHANGES - PF5 TO COMPARE A LINE' TO MSGO
              END-IF
           END-IF.
           PERFORM 1000-SEND-PARA.
       4100-ROW-PARA.
           MOVE 437 TO WS-JHS-LEN.
           EXEC CICS READNEXT
              DATASET('JRNHST')
              INTO(WS-JHS-REC)
              LENGTH(WS-JHS-LEN)
              RIDFLD(JHS-KEY)
              RESP(WS-JHS-RESP)
           END-EXEC.
           IF WS-JHS-RESP NOT = DFHRESP(NORMAL)
              OR JHS-REF NOT = WS-PAGE-REF
              MOVE 'Y' TO WS-BR-END
           ELSE IF WS-ROW = 12
      *       A THIRTEENTH ROW ONLY TELLS US THERE IS ANOTHER PAGE -
      *       ITS KEY IS WHERE PF8 PICKS UP.
              MOVE 'Y' TO WS-MORE-SW
              MOVE JHS-KEY TO JHNKO
              MOVE 'Y' TO WS-BR-END
           ELSE
              ADD 1 TO WS-ROW
              MOVE 'N' TO WS-SHOW-SW
              PERFORM 5100-DECODE-PARA
              MOVE SPACES TO WS-LIST-LINE
              MOVE WS-ROW TO LL-NO
              MOVE JHS-DATE-N TO LL-DATE
              MOVE JHS-TIME TO LL-TIME
              MOVE JHS-SEQ TO LL-SEQ
              MOVE JHS-FILE-ID TO LL-FILE
              PERFORM 4200-ACTION-PARA
              MOVE WS-CMP-NAME TO LL-ACTION
              MOVE JHS-OPERATOR TO LL-OPER
              MOVE WS-CHG-COUNT TO LL-CHG
              MOVE ' FIELD(S) CHANGED' TO LL-TEXT
              MOVE WS-LIST-LINE TO WS-LINE(WS-ROW)
           END-IF
           END-IF.
       4200-ACTION-PARA.
           IF JHS-ACTION = 'W'
              MOVE 'WRITE' TO WS-CMP-NAME
           ELSE IF JHS-ACTION = 'R'
              MOVE 'REWRITE' TO WS-CMP-NAME
           ELSE IF JHS-ACTION = 'D'
              MOVE 'DELETE' TO WS-CMP-NAME
           ELSE
              MOVE JHS-ACTION TO WS-CMP-NAME
           END-IF
           END-IF
           END-IF.
       5000-COMPARE-PARA.
      *    THE PAGE IS RE-READ FROM ITS FIRST KEY TO FIND THE LINE
      *    ASKED FOR - NOTHING BUT THE KEYS IS HELD BETWEEN SCREENS.
           MOVE JHPKI TO JHS-KEY.
           MOVE JHPKI TO WS-PAGE-KEY.
           MOVE 'N' TO WS-FOUND-SW.
           MOVE 'N' TO WS-BR-END.
           EXEC CICS STARTBR
              DATASET('JRNHST')
              RIDFLD(JHS-KEY)
              RESP(WS-JHS-RESP)
           END-EXEC.
           IF WS-JHS-RESP = DFHRESP(NORMAL)
              PERFORM 5050-FIND-PARA VARYING WS-IX FROM 1 BY 1
                      UNTIL WS-IX > WS-SEL OR WS-BR-END = 'Y'
              EXEC CICS ENDBR
                 DATASET('JRNHST')
              END-EXEC
           END-IF.
           IF WS-FOUND-SW NOT = 'Y'
              MOVE 'NO SUCH LINE ON THIS PAGE' TO MSGO
              PERFORM 1000-SEND-PARA
           END-IF.
           MOVE SPACES TO WS-LINES.
      *    ROW ONE NAMES THE ENTRY, THE CHANGED FIELDS FOLLOW.
           MOVE WS-SEL TO EL-NO.
           MOVE JHS-FILE-ID TO EL-FILE.
           PERFORM 4200-ACTION-PARA.
           MOVE WS-CMP-NAME TO EL-ACTION.
           MOVE JHS-DATE-N TO EL-DATE.
           MOVE JHS-TIME TO EL-TIME.
           MOVE JHS-OPERATOR TO EL-OPER.
           MOVE WS-ENTRY-LINE TO WS-LINE(1).
           MOVE 1 TO WS-ROW.
           MOVE 'N' TO WS-MORE-SW.
           MOVE 'Y' TO WS-SHOW-SW.
           PERFORM 5100-DECODE-PARA.
           MOVE WS-CMP-HEAD TO JHHDO.
           PERFORM 1100-LINES-PARA.
           IF WS-MORE-SW = 'Y'
              COMPUTE WS-SKIP = WS-SKIP + 11
              MOVE WS-SKIP TO JHFOO
              MOVE 'PF6 FOR MORE CHANGED FIELDS' TO MSGO
           ELSE
              MOVE '00' TO JHFOO
              IF WS-CHG-COUNT = 0
                 MOVE 'IMAGES IDENTICAL - NO FIELD CHANGED' TO MSGO
              ELSE
                 MOVE 'ALL CHANGED FIELDS SHOWN - PF2 TO LIST' TO MSGO
              END-IF
           END-IF.
           PERFORM 1000-SEND-PARA.
       5050-FIND-PARA.
           MOVE 437 TO WS-JHS-LEN.
           EXEC CICS READNEXT
              DATASET('JRNHST')
              INTO(WS-JHS-REC)
              LENGTH(WS-JHS-LEN)
              RIDFLD(JHS-KEY)
              RESP(WS-JHS-RESP)
           END-EXEC.
           IF WS-JHS-RESP NOT = DFHRESP(NORMAL)
              OR JHS-REF NOT = WS-PAGE-REF
              MOVE 'Y' TO WS-BR-END
           ELSE IF WS-IX = WS-SEL
              MOVE 'Y' TO WS-FOUND-SW
           END-IF
           END-IF.
       5100-DECODE-PARA.
           MOVE JHS-BEFORE TO WS-BEF-IMAGE.
           MOVE JHS-AFTER TO WS-AFT-IMAGE.
           MOVE 0 TO WS-CHG-COUNT.
           IF WS-BEF-IMAGE = LOW-VALUES
              MOVE 'Y' TO WS-NEW-SW
           ELSE
              MOVE 'N' TO WS-NEW-SW
           END-IF.
           IF JHS-FILE-ID = 'PLF01'
              PERFORM 5200-CUST-PARA
           ELSE IF JHS-FILE-ID = 'PLF3'
              PERFORM 5300-LOAN-PARA
           END-IF
           END-IF.
       5200-CUST-PARA.
           MOVE 'CUSTOMER NO' TO WS-CMP-NAME.
           MOVE PLF-CUST-NO OF WS-BEF-CUST TO WS-CMP-BEF.
           MOVE PLF-CUST-NO OF WS-AFT-CUST TO WS-CMP-AFT.
           PERFORM 5900-FIELD-PARA.
           MOVE 'NAME' TO WS-CMP-NAME.
           MOVE PLF-CUST-NAME OF WS-BEF-CUST TO WS-CMP-BEF.
           MOVE PLF-CUST-NAME OF WS-AFT-CUST TO WS-CMP-AFT.
           PERFORM 5900-FIELD-PARA.
           MOVE 'SALARY DRAWN' TO WS-CMP-NAME.
           MOVE PLF-SAL-DRAWN OF WS-BEF-CUST TO WS-CMP-BEF.
           MOVE PLF-SAL-DRAWN OF WS-AFT-CUST TO WS-CMP-AFT.
           PERFORM 5900-FIELD-PARA.
           MOVE 'ADDRESS' TO WS-CMP-NAME.
           MOVE PLF-CUST-ADD OF WS-BEF-CUST TO WS-CMP-BEF.
           MOVE PLF-CUST-ADD OF WS-AFT-CUST TO WS-CMP-AFT.
           PERFORM 5900-FIELD-PARA.
           MOVE 'PHONE' TO WS-CMP-NAME.
           MOVE PLF-CUST-PHONE OF WS-BEF-CUST TO WS-CMP-BEF.
           MOVE PLF-CUST-PHONE OF WS-AFT-CUST TO WS-CMP-AFT.
           PERFORM 5900-FIELD-PARA.
           MOVE 'AGE' TO WS-CMP-NAME.
           MOVE PLF-CUST-AGE OF WS-BEF-CUST TO WS-CMP-BEF.
           MOVE PLF-CUST-AGE OF WS-AFT-CUST TO WS-CMP-AFT.
           PERFORM 5900-FIELD-PARA.
           MOVE 'STATE' TO WS-CMP-NAME.
           MOVE PLF-CUST-STATE OF WS-BEF-CUST TO WS-CMP-BEF.
           MOVE PLF-CUST-STATE OF WS-AFT-CUST TO WS-CMP-AFT.
           PERFORM 5900-FIELD-PARA.
           MOVE 'CITY' TO WS-CMP-NAME.
           MOVE PLF-CUST-CITY OF WS-BEF-CUST TO WS-CMP-BEF.
           MOVE PLF-CUST-CITY OF WS-AFT-CUST TO WS-CMP-AFT.
           PERFORM 5900-FIELD-PARA.
           MOVE 'STUDENT NAME' TO WS-CMP-NAME.
           MOVE PLF-STU-NAME OF WS-BEF-CUST TO WS-CMP-BEF.
           MOVE PLF-STU-NAME OF WS-AFT-CUST TO WS-CMP-AFT.
           PERFORM 5900-FIELD-PARA.
           MOVE 'COLLEGE' TO WS-CMP-NAME.
           MOVE PLF-STU-COLLEGE OF WS-BEF-CUST TO WS-CMP-BEF.
           MOVE PLF-STU-COLLEGE OF WS-AFT-CUST TO WS-CMP-AFT.
           PERFORM 5900-FIELD-PARA.
           MOVE 'PROGRAM LEVEL' TO WS-CMP-NAME.
           MOVE PLF-PROG-LEVEL OF WS-BEF-CUST TO WS-CMP-BEF.
           MOVE PLF-PROG-LEVEL OF WS-AFT-CUST TO WS-CMP-AFT.
           PERFORM 5900-FIELD-PARA.
           MOVE 'COURSE JOINED' TO WS-CMP-NAME.
           MOVE PLF-DOJ OF WS-BEF-CUST TO WS-CMP-BEF.
           MOVE PLF-DOJ OF WS-AFT-CUST TO WS-CMP-AFT.
           PERFORM 5900-FIELD-PARA.
           MOVE 'COURSE ENDS' TO WS-CMP-NAME.
           MOVE PLF-DOE OF WS-BEF-CUST TO WS-CMP-BEF.
           MOVE PLF-DOE OF WS-AFT-CUST TO WS-CMP-AFT.
           PERFORM 5900-FIELD-PARA.
           MOVE 'LOAN AMOUNT' TO WS-CMP-NAME.
           MOVE PLF-LOAN-AMT OF WS-BEF-CUST TO WS-CMP-BEF.
           MOVE PLF-LOAN-AMT OF WS-AFT-CUST TO WS-CMP-AFT.
           PERFORM 5900-FIELD-PARA.
           MOVE 'STATUS' TO WS-CMP-NAME.
           MOVE PLF-STATUS OF WS-BEF-CUST TO WS-CMP-BEF.
           MOVE PLF-STATUS OF WS-AFT-CUST TO WS-CMP-AFT.
           PERFORM 5900-FIELD-PARA.
           MOVE 'BRANCH' TO WS-CMP-NAME.
           MOVE PLF-BRANCH-CODE OF WS-BEF-CUST TO WS-CMP-BEF.
           MOVE PLF-BRANCH-CODE OF WS-AFT-CUST TO WS-CMP-AFT.
           PERFORM 5900-FIELD-PARA.
           MOVE 'SUBSIDY ELIGIBLE' TO WS-CMP-NAME.
           MOVE PLF-CSIS-ELIG OF WS-BEF-CUST TO WS-CMP-BEF.
           MOVE PLF-CSIS-ELIG OF WS-AFT-CUST TO WS-CMP-AFT.
           PERFORM 5900-FIELD-PARA.
           MOVE 'PAN' TO WS-CMP-NAME.
           MOVE PLF-PAN OF WS-BEF-CUST TO WS-CMP-BEF.
           MOVE PLF-PAN OF WS-AFT-CUST TO WS-CMP-AFT.
           PERFORM 5900-FIELD-PARA.
       5300-LOAN-PARA.
           MOVE 'ACCOUNT NO' TO WS-CMP-NAME.
           MOVE PLF-ACCOUNT-NO OF WS-BEF-LOAN TO WS-CMP-BEF.
           MOVE PLF-ACCOUNT-NO OF WS-AFT-LOAN TO WS-CMP-AFT.
           PERFORM 5900-FIELD-PARA.
           MOVE 'CUSTOMER NO' TO WS-CMP-NAME.
           MOVE PLF-CUST1-NO OF WS-BEF-LOAN TO WS-CMP-BEF.
           MOVE PLF-CUST1-NO OF WS-AFT-LOAN TO WS-CMP-AFT.
           PERFORM 5900-FIELD-PARA.
           MOVE 'START DATE' TO WS-CMP-NAME.
           MOVE PLF-START-DATE OF WS-BEF-LOAN TO WS-CMP-BEF.
           MOVE PLF-START-DATE OF WS-AFT-LOAN TO WS-CMP-AFT.
           PERFORM 5900-FIELD-PARA.
           MOVE 'EXPIRY DATE' TO WS-CMP-NAME.
           MOVE PLF-EXPIRY-DATE OF WS-BEF-LOAN TO WS-CMP-BEF.
           MOVE PLF-EXPIRY-DATE OF WS-AFT-LOAN TO WS-CMP-AFT.
           PERFORM 5900-FIELD-PARA.
           MOVE 'RENEWAL DATE' TO WS-CMP-NAME.
           MOVE PLF-REW-DATE OF WS-BEF-LOAN TO WS-CMP-BEF.
           MOVE PLF-REW-DATE OF WS-AFT-LOAN TO WS-CMP-AFT.
           PERFORM 5900-FIELD-PARA.
           MOVE 'LOAN AMOUNT' TO WS-CMP-NAME.
           MOVE PLF-LOAN-AMT1 OF WS-BEF-LOAN TO WS-CMP-BEF.
           MOVE PLF-LOAN-AMT1 OF WS-AFT-LOAN TO WS-CMP-AFT.
           PERFORM 5900-FIELD-PARA.
           MOVE 'INTEREST (OLD)' TO WS-CMP-NAME.
           MOVE PLF-INTEREST OF WS-BEF-LOAN TO WS-CMP-BEF.
           MOVE PLF-INTEREST OF WS-AFT-LOAN TO WS-CMP-AFT.
           PERFORM 5900-FIELD-PARA.
           MOVE 'DUE DATE' TO WS-CMP-NAME.
           MOVE PLF-DUE-DATE OF WS-BEF-LOAN TO WS-CMP-BEF.
           MOVE PLF-DUE-DATE OF WS-AFT-LOAN TO WS-CMP-AFT.
           PERFORM 5900-FIELD-PARA.
           MOVE 'LOAN PAID' TO WS-CMP-NAME.
           MOVE PLF-LOAN-PAID OF WS-BEF-LOAN TO WS-CMP-BEF.
           MOVE PLF-LOAN-PAID OF WS-AFT-LOAN TO WS-CMP-AFT.
           PERFORM 5900-FIELD-PARA.
           MOVE 'DUE AMOUNT' TO WS-CMP-NAME.
           MOVE PLF-DUE-AMOUNT OF WS-BEF-LOAN TO WS-CMP-BEF.
           MOVE PLF-DUE-AMOUNT OF WS-AFT-LOAN TO WS-CMP-AFT.
           PERFORM 5900-FIELD-PARA.
           MOVE 'BRANCH' TO WS-CMP-NAME.
           MOVE PLF-BRANCH-CODE1 OF WS-BEF-LOAN TO WS-CMP-BEF.
           MOVE PLF-BRANCH-CODE1 OF WS-AFT-LOAN TO WS-CMP-AFT.
           PERFORM 5900-FIELD-PARA.
           MOVE 'BOUNCE MARK' TO WS-CMP-NAME.
           MOVE PLF-BOUNCE-SW OF WS-BEF-LOAN TO WS-CMP-BEF.
           MOVE PLF-BOUNCE-SW OF WS-AFT-LOAN TO WS-CMP-AFT.
           PERFORM 5900-FIELD-PARA.
           MOVE 'INT COLLECTED' TO WS-CMP-NAME.
           MOVE PLF-INT-COLLECTED OF WS-BEF-LOAN TO WS-CMP-BEF.
           MOVE PLF-INT-COLLECTED OF WS-AFT-LOAN TO WS-CMP-AFT.
           PERFORM 5900-FIELD-PARA.
           MOVE 'PENAL AMOUNT' TO WS-CMP-NAME.
           MOVE PLF-PENAL-AMOUNT OF WS-BEF-LOAN TO WS-CMP-BEF.
           MOVE PLF-PENAL-AMOUNT OF WS-AFT-LOAN TO WS-CMP-AFT.
           PERFORM 5900-FIELD-PARA.
           MOVE 'ACCOUNT STATUS' TO WS-CMP-NAME.
           MOVE PLF-ACCT-STATUS OF WS-BEF-LOAN TO WS-CMP-BEF.
           MOVE PLF-ACCT-STATUS OF WS-AFT-LOAN TO WS-CMP-AFT.
           PERFORM 5900-FIELD-PARA.
           MOVE 'FEES BILLED' TO WS-CMP-NAME.
           MOVE PLF-FEE-BILLED OF WS-BEF-LOAN TO WS-CMP-BEF.
           MOVE PLF-FEE-BILLED OF WS-AFT-LOAN TO WS-CMP-AFT.
           PERFORM 5900-FIELD-PARA.
      *    THE RATE IS SHOWN WITH ITS DECIMAL POINT - SPACES ON A
      *    PRE-CHANGE RECORD STAY SPACES.
           MOVE 'INTEREST RATE' TO WS-CMP-NAME.
           MOVE SPACES TO WS-CMP-BEF.
           MOVE SPACES TO WS-CMP-AFT.
           STRING PLF-INT-RATE-X OF WS-BEF-LOAN (1:2) '.'
                  PLF-INT-RATE-X OF WS-BEF-LOAN (3:2)
                  DELIMITED BY SIZE INTO WS-CMP-BEF.
           STRING PLF-INT-RATE-X OF WS-AFT-LOAN (1:2) '.'
                  PLF-INT-RATE-X OF WS-AFT-LOAN (3:2)
                  DELIMITED BY SIZE INTO WS-CMP-AFT.
           PERFORM 5900-FIELD-PARA.
           MOVE 'LAST OPERATOR' TO WS-CMP-NAME.
           MOVE PLF-LAST-OP OF WS-BEF-LOAN TO WS-CMP-BEF.
           MOVE PLF-LAST-OP OF WS-AFT-LOAN TO WS-CMP-AFT.
           PERFORM 5900-FIELD-PARA.
           MOVE 'FEES OPEN' TO WS-CMP-NAME.
           MOVE PLF-FEE-OPEN OF WS-BEF-LOAN TO WS-CMP-BEF.
           MOVE PLF-FEE-OPEN OF WS-AFT-LOAN TO WS-CMP-AFT.
           PERFORM 5900-FIELD-PARA.
       5900-FIELD-PARA.
      *    A FRESH WRITE HAS NO BEFORE IMAGE - EVERY FIELD IT CARRIES
      *    COUNTS AS CHANGED AND THE BEFORE COLUMN STAYS BLANK.
           IF WS-NEW-SW = 'Y'
              MOVE SPACES TO WS-CMP-BEF
           END-IF.
           IF WS-CMP-BEF NOT = WS-CMP-AFT
              ADD 1 TO WS-CHG-COUNT
              IF WS-SHOW-SW = 'Y' AND WS-CHG-COUNT > WS-SKIP
                 IF WS-ROW < 12
                    ADD 1 TO WS-ROW
                    MOVE SPACES TO WS-CMP-LINE
                    MOVE WS-CMP-NAME TO CL-NAME
                    MOVE WS-CMP-BEF TO CL-BEF
                    MOVE WS-CMP-AFT TO CL-AFT
                    MOVE ' => ' TO CL-ARROW
                    MOVE WS-CMP-LINE TO WS-LINE(WS-ROW)
                 ELSE
                    MOVE 'Y' TO WS-MORE-SW
                 END-IF
              END-IF
           END-IF.
       0001-MF-PARA.
           MOVE 'MAP FAIL ERROR' TO MSGO.
           PERFORM 1000-SEND-PARA.
       0003-GERR-PARA.
           MOVE 'SOME ERROR.........' TO MSGO.
           PERFORM 1000-SEND-PARA.
       3900-EXIT-PARA.
           EXEC CICS SEND
                MAP('JHQ1')
                MAPSET('PMAP052')
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.
