       PROGRAM-ID. SBI.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-MNU-REC.
              COPY MNUREC.
               COPY PMAP011.
               COPY DFHAID.
               COPY CPCOMM.
       77 WS-MNU-LEN      PIC S9(04) COMP VALUE 50.
       77 WS-MNU-RESP     PIC S9(08) COMP.
       77 WS-LEN   PIC S9(4) COMP.
       77 WS-DAT   PIC X(10).
       77 WS-MNU-MSG      PIC X(40).
       77 WS-MNU-IX       PIC 9(02) VALUE 0.
       77 WS-MNU-OK       PIC X(01) VALUE 'N'.
       77 WS-MNU-FOUND    PIC X(01) VALUE 'N'.
       77 WS-MNU-PGM      PIC X(08).
       77 WS-SCAN-DONE    PIC X(01) VALUE 'N'.
       77 WS-BR-OPEN      PIC X(01) VALUE 'N'.
       77 WS-CHOICE       PIC X(04).
       77 WS-CHOICE-NO    PIC 9(02) VALUE 0.
       77 WS-NEXT-PAGE    PIC 9(01) VALUE 0.
       01 WS-MPG-LINE.
           05 FILLER          PIC X(05) VALUE 'PAGE '.
           05 MPG-PAGE        PIC 9(01).
           05 FILLER          PIC X(03) VALUE ' - '.
           05 MPG-TITLE       PIC X(20).
           05 FILLER          PIC X(11) VALUE SPACES.
       01 WS-ML-LINE.
           05 ML-NO           PIC Z9.
           05 FILLER          PIC X(01) VALUE SPACES.
           05 ML-FAST         PIC X(04).
           05 FILLER          PIC X(01) VALUE SPACES.
           05 ML-DESC         PIC X(20).
           05 FILLER          PIC X(07) VALUE SPACES.
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
           ELSE
              MOVE SPACES TO WS-COMMAREA
           END-IF.
           IF EIBCALEN = 0 OR CA-MODE-XCTL
              IF CA-OPERATOR-ID = SPACES
                 END-EXEC
              ELSE
                 MOVE LOW-VALUES TO SBII , SBIO
                 MOVE 1 TO CA-MENU-PAGE
                 MOVE 'ENTER YOUR CHOICE' TO WS-MNU-MSG
                 PERFORM 1000-DIS-PARA
              END-IF
           ELSE
           MOVE FUNCTION CURRENT-DATE(1:4) TO DAT1I(7:4).
           MOVE DAT1I TO WS-DAT.
           MOVE WS-DAT TO DAT1O.
           PERFORM 1100-BUILD-PAGE-PARA.
           MOVE WS-MNU-MSG TO MSGO.
           EXEC CICS SEND
                MAP('SBI')
                MAPSET('PMAP011')
                COMMAREA(WS-COMMAREA)
                LENGTH(WS-LEN)
           END-EXEC.
       1100-BUILD-PAGE-PARA.
      *    THE MENU IS WHATEVER MENUF SAYS IT IS - ONE PAGE PER GROUP
      *    OF FUNCTIONS, AND ONLY THE LINES THE OPERATOR'S ROLE IS
      *    ENTITLED TO ARE SHOWN, NUMBERED AS THEY APPEAR.
           IF CA-MENU-PAGE NOT NUMERIC OR CA-MENU-PAGE = 0
              MOVE 1 TO CA-MENU-PAGE
           END-IF.
           MOVE CA-MENU-PAGE TO MPG-PAGE.
           MOVE SPACES TO MPG-TITLE.
           MOVE 0 TO WS-MNU-IX.
           MOVE 0 TO WS-CHOICE-NO.
           PERFORM 1150-PAGE-BROWSE-PARA.
           MOVE WS-MPG-LINE TO MPGO.
           IF WS-MNU-IX = 0
              MOVE 'NO FUNCTIONS FOR YOUR ROLE ON THIS PAGE'
                 TO WS-MNU-MSG
           END-IF.
       1150-PAGE-BROWSE-PARA.
           MOVE 'N' TO WS-SCAN-DONE.
           MOVE 'N' TO WS-BR-OPEN.
           MOVE 'N' TO WS-MNU-FOUND.
           MOVE CA-MENU-PAGE TO MNU-PAGE.
           MOVE 0 TO MNU-LINE.
           EXEC CICS STARTBR
              DATASET('MENUF')
              RIDFLD(MNU-KEY)
              GTEQ
              RESP(WS-MNU-RESP)
           END-EXEC.
           IF WS-MNU-RESP = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-BR-OPEN
           ELSE
              MOVE 'Y' TO WS-SCAN-DONE
           END-IF.
           PERFORM 1110-PAGE-STEP-PARA UNTIL WS-SCAN-DONE = 'Y'.
           IF WS-BR-OPEN = 'Y'
              EXEC CICS ENDBR
                 DATASET('MENUF')
              END-EXEC
           END-IF.
       1110-PAGE-STEP-PARA.
      *    WITH WS-CHOICE-NO SET THE SAME WALK FINDS THE N-TH LINE
      *    SHOWN INSTEAD OF FILLING THE SCREEN.
           MOVE 50 TO WS-MNU-LEN.
           EXEC CICS READNEXT
              DATASET('MENUF')
              INTO(WS-MNU-REC)
              LENGTH(WS-MNU-LEN)
              RIDFLD(MNU-KEY)
              RESP(WS-MNU-RESP)
           END-EXEC.
           IF WS-MNU-RESP NOT = DFHRESP(NORMAL)
              OR MNU-PAGE NOT = CA-MENU-PAGE
              MOVE 'Y' TO WS-SCAN-DONE
           ELSE IF MNU-TITLE-LINE
              MOVE MNU-DESC TO MPG-TITLE
           ELSE
              PERFORM 1200-ENTITLED-PARA
              IF WS-MNU-OK = 'Y' AND WS-MNU-IX < 20
                 ADD 1 TO WS-MNU-IX
                 IF WS-CHOICE-NO = 0
                    MOVE WS-MNU-IX TO ML-NO
                    MOVE MNU-FAST TO ML-FAST
                    MOVE MNU-DESC TO ML-DESC
                    PERFORM 1120-ML-MOVE-PARA
                 ELSE IF WS-MNU-IX = WS-CHOICE-NO
                    MOVE MNU-PROGRAM TO WS-MNU-PGM
                    MOVE 'Y' TO WS-MNU-FOUND
                    MOVE 'Y' TO WS-SCAN-DONE
                 END-IF
                 END-IF
              END-IF
           END-IF
           END-IF.
       1120-ML-MOVE-PARA.
           IF WS-MNU-IX = 1
              MOVE WS-ML-LINE TO ML01O
           ELSE IF WS-MNU-IX = 2
              MOVE WS-ML-LINE TO ML02O
           ELSE IF WS-MNU-IX = 3
              MOVE WS-ML-LINE TO ML03O
           ELSE IF WS-MNU-IX = 4
              MOVE WS-ML-LINE TO ML04O
           ELSE IF WS-MNU-IX = 5
              MOVE WS-ML-LINE TO ML05O
           ELSE IF WS-MNU-IX = 6
              MOVE WS-ML-LINE TO ML06O
           ELSE IF WS-MNU-IX = 7
              MOVE WS-ML-LINE TO ML07O
           ELSE IF WS-MNU-IX = 8
              MOVE WS-ML-LINE TO ML08O
           ELSE IF WS-MNU-IX = 9
              MOVE WS-ML-LINE TO ML09O
           ELSE IF WS-MNU-IX = 10
              MOVE WS-ML-LINE TO ML10O
           ELSE IF WS-MNU-IX = 11
              MOVE WS-ML-LINE TO ML11O
           ELSE IF WS-MNU-IX = 12
              MOVE WS-ML-LINE TO ML12O
           ELSE IF WS-MNU-IX = 13
              MOVE WS-ML-LINE TO ML13O
           ELSE IF WS-MNU-IX = 14
              MOVE WS-ML-LINE TO ML14O
           ELSE IF WS-MNU-IX = 15
              MOVE WS-ML-LINE TO ML15O
           ELSE IF WS-MNU-IX = 16
              MOVE WS-ML-LINE TO ML16O
           ELSE IF WS-MNU-IX = 17
              MOVE WS-ML-LINE TO ML17O
           ELSE IF WS-MNU-IX = 18
              MOVE WS-ML-LINE TO ML18O
           ELSE IF WS-MNU-IX = 19
              MOVE WS-ML-LINE TO ML19O
           ELSE
              MOVE WS-ML-LINE TO ML20O
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
       1200-ENTITLED-PARA.
           MOVE 'N' TO WS-MNU-OK.
           IF CA-OP-ROLE NOT = SPACE AND CA-OP-ROLE NOT = LOW-VALUE
              IF MNU-ROLES(1:1) = CA-OP-ROLE
                 OR MNU-ROLES(2:1) = CA-OP-ROLE
                 OR MNU-ROLES(3:1) = CA-OP-ROLE
                 MOVE 'Y' TO WS-MNU-OK
              END-IF
           END-IF.
       2000-ACC-PARA.
      *    PAGING AND EXIT KEYS SEND NO DATA, SO THEY ARE TAKEN
      *    BEFORE THE RECEIVE.
           IF EIBAID = DFHPF7
              IF CA-MENU-PAGE NUMERIC AND CA-MENU-PAGE > 1
                 SUBTRACT 1 FROM CA-MENU-PAGE
                 MOVE 'ENTER YOUR CHOICE' TO WS-MNU-MSG
              ELSE
                 MOVE 'THIS IS THE FIRST PAGE' TO WS-MNU-MSG
              END-IF
              MOVE LOW-VALUES TO SBIO
              PERFORM 1000-DIS-PARA
           ELSE IF EIBAID = DFHPF8
              PERFORM 2400-NEXT-PAGE-PARA
              MOVE LOW-VALUES TO SBIO
              PERFORM 1000-DIS-PARA
           ELSE IF EIBAID = DFHPF3
              PERFORM 3000-EXIT-PARA
           ELSE IF EIBAID = DFHPF12
              MOVE LOW-VALUES TO SBIO
              MOVE 'VALUES ARE ERASED .......' TO WS-MNU-MSG
              PERFORM 1000-DIS-PARA
           ELSE IF EIBAID NOT = DFHENTER
              MOVE LOW-VALUES TO SBIO
              MOVE 'INVALID KEY...........' TO WS-MNU-MSG
              PERFORM 1000-DIS-PARA
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           EXEC CICS RECEIVE
                MAP('SBI')
                MAPSET('PMAP011')
           END-EXEC.
           PERFORM 2100-CHOICE-PARA.
       2100-CHOICE-PARA.
      *    A NUMBER PICKS THAT LINE OF THE PAGE ON SCREEN; ANYTHING
      *    ELSE IS TAKEN AS A FAST-PATH CODE AND FOUND ON ANY PAGE.
           MOVE CHOICEI TO WS-CHOICE.
           INSPECT WS-CHOICE REPLACING ALL LOW-VALUE BY SPACE.
           MOVE 'N' TO WS-MNU-FOUND.
           MOVE 0 TO WS-CHOICE-NO.
           IF WS-CHOICE = SPACES
              MOVE LOW-VALUES TO SBIO
              MOVE 'ENTER YOUR CHOICE' TO WS-MNU-MSG
              PERFORM 1000-DIS-PARA
           ELSE IF WS-CHOICE(1:1) NUMERIC AND WS-CHOICE(2:3) = SPACES
              MOVE WS-CHOICE(1:1) TO WS-CHOICE-NO
           ELSE IF WS-CHOICE(1:2) NUMERIC AND WS-CHOICE(3:2) = SPACES
              MOVE WS-CHOICE(1:2) TO WS-CHOICE-NO
           END-IF
           END-IF
           END-IF.
           IF WS-CHOICE-NO NOT = 0
              MOVE 0 TO WS-MNU-IX
              PERFORM 1150-PAGE-BROWSE-PARA
              IF WS-MNU-FOUND = 'N'
                 MOVE LOW-VALUES TO SBIO
                 MOVE 'NO SUCH OPTION ON THIS PAGE' TO WS-MNU-MSG
                 PERFORM 1000-DIS-PARA
              END-IF
           ELSE
              PERFORM 2300-FAST-PATH-PARA
           END-IF.
           MOVE SPACE TO CA-WQ-SW.
           MOVE 'X' TO CA-MODE.
           MOVE LENGTH OF WS-COMMAREA TO WS-LEN.
           EXEC CICS XCTL
              PROGRAM(WS-MNU-PGM)
              COMMAREA(WS-COMMAREA)
              LENGTH(WS-LEN)
           END-EXEC.
       2300-FAST-PATH-PARA.
           MOVE 'N' TO WS-SCAN-DONE.
           MOVE 'N' TO WS-BR-OPEN.
           MOVE LOW-VALUES TO MNU-KEY.
           EXEC CICS STARTBR
              DATASET('MENUF')
              RIDFLD(MNU-KEY)
              GTEQ
              RESP(WS-MNU-RESP)
           END-EXEC.
           IF WS-MNU-RESP = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-BR-OPEN
           ELSE
              MOVE 'Y' TO WS-SCAN-DONE
           END-IF.
           PERFORM 2310-FAST-STEP-PARA UNTIL WS-SCAN-DONE = 'Y'.
           IF WS-BR-OPEN = 'Y'
              EXEC CICS ENDBR
                 DATASET('MENUF')
              END-EXEC
           END-IF.
           IF WS-MNU-FOUND = 'N'
              MOVE LOW-VALUES TO SBIO
              MOVE 'NO SUCH OPTION OR FAST-PATH CODE' TO WS-MNU-MSG
              PERFORM 1000-DIS-PARA
           END-IF.
           PERFORM 1200-ENTITLED-PARA.
           IF WS-MNU-OK = 'N'
              MOVE LOW-VALUES TO SBIO
              MOVE 'THAT FUNCTION IS NOT ON YOUR MENU' TO WS-MNU-MSG
              PERFORM 1000-DIS-PARA
           END-IF.
           MOVE MNU-PROGRAM TO WS-MNU-PGM.
       2310-FAST-STEP-PARA.
           MOVE 50 TO WS-MNU-LEN.
           EXEC CICS READNEXT
              DATASET('MENUF')
              INTO(WS-MNU-REC)
              LENGTH(WS-MNU-LEN)
              RIDFLD(MNU-KEY)
              RESP(WS-MNU-RESP)
           END-EXEC.
           IF WS-MNU-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO WS-SCAN-DONE
           ELSE IF MNU-FAST = WS-CHOICE AND NOT MNU-TITLE-LINE
              MOVE 'Y' TO WS-MNU-FOUND
              MOVE 'Y' TO WS-SCAN-DONE
           END-IF
           END-IF.
       2400-NEXT-PAGE-PARA.
      *    A PAGE EXISTS WHEN ITS TITLE LINE IS ON MENUF.
           IF CA-MENU-PAGE NOT NUMERIC OR CA-MENU-PAGE = 0
              MOVE 1 TO CA-MENU-PAGE
           END-IF.
           IF CA-MENU-PAGE = 9
              MOVE 'THIS IS THE LAST PAGE' TO WS-MNU-MSG
           ELSE
              COMPUTE WS-NEXT-PAGE = CA-MENU-PAGE + 1
              MOVE WS-NEXT-PAGE TO MNU-PAGE
              MOVE 0 TO MNU-LINE
              MOVE 50 TO WS-MNU-LEN
              EXEC CICS READ
                 DATASET('MENUF')
                 INTO(WS-MNU-REC)
                 LENGTH(WS-MNU-LEN)
                 RIDFLD(MNU-KEY)
                 RESP(WS-MNU-RESP)
              END-EXEC
              IF WS-MNU-RESP = DFHRESP(NORMAL)
                 MOVE WS-NEXT-PAGE TO CA-MENU-PAGE
                 MOVE 'ENTER YOUR CHOICE' TO WS-MNU-MSG
              ELSE
                 MOVE 'THIS IS THE LAST PAGE' TO WS-MNU-MSG
              END-IF
           END-IF.
       3000-EXIT-PARA.
             EXEC CICS RETURN
             END-EXEC.
       0001-MF-PARA.
           MOVE LOW-VALUES TO SBIO.
           MOVE 'ENTER YOUR CHOICE' TO WS-MNU-MSG.
           PERFORM 1000-DIS-PARA.
       0003-GERR-PARA.
           MOVE LOW-VALUES TO SBIO.
           MOVE 'SOME ERROR.........' TO WS-MNU-MSG.
           PERFORM 1000-DIS-PARA.
