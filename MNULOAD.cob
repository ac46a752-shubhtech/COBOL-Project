       IDENTIFICATION DIVISION.
       PROGRAM-ID. MNULOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTFILE ASSIGN TO DD1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS1.
           SELECT MNUFILE ASSIGN TO DD2
           ORGANIZATION IS INDEXED
           RECORD KEY IS MNU-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS2.
       DATA DIVISION.
       FILE SECTION.

       FD EXTFILE.
      *    ONE CARD PER MENU LINE - PAGE, LINE, FAST-PATH CODE, TEXT,
      *    PROGRAM AND THE ROLES ENTITLED (ANY OF T S I). LINE 00 IS
      *    THE PAGE TITLE AND NEEDS ONLY THE TEXT. A FUNCTION CARD
      *    WITH NO ROLES WITHDRAWS THE LINE - THE ROW IS DELETED.
      *    A FAST-PATH CODE MUST NOT START WITH A DIGIT (THE MENU
      *    READS A NUMBER AS AN OPTION ON THE PAGE SHOWN) AND MUST NOT
      *    BE IN USE ON ANOTHER LINE.
      *
      *    THE DECK THE MENU WAS FIRST LOADED FROM - THE OLD LETTERED
      *    CHOICES PLUS THE SCREENS THAT HUNG OFF PF KEYS:
      *      1 00 COUNTER           2 00 LOAN SERVICING
      *      1 01 NACC PPGM013 TS   2 01 MNDT PPGM021 TS
      *      1 02 LPAY PPGM015 TS   2 02 DSBR PPGM022 TS
      *      1 03 RCPT PPGM019 TS   2 03 TOPU PPGM024 TS
      *      1 04 REVP PPGM020 TS   2 04 COLL PPGM026 TS
      *      1 05 CLOS PPGM016 TS   2 05 RSTR PPGM027 TS
      *      1 06 SETQ PPGM048 TS   2 06 FCLS PPGM017 S
      *      1 07 EMIQ PPGM025 TSI  2 07 FRZL PPGM047 S
      *      1 08 TBAL PPGM032 TS   2 08 BRXF PPGM042 S
      *      1 09 CMPL PPGM052 TS   2 09 DOCS PPGM037 TS
      *      1 10 WAIV PPGM055 TS   2 10 INSC PPGM038 TS
      *      1 11 WRKQ PPGM056 TSI  2 11 PROG PPGM039 TS
      *                             2 12 DSCN PPGM050 S
      *                             2 13 KYCM PPGM053 TS
      *                             2 14 EMPL PPGM051 TS
      *      3 00 COLLECTIONS       4 00 BACK OFFICE
      *      3 01 COLW PPGM043 TS   4 01 APPR PPGM023 TS
      *      3 02 AGTV PPGM044 TS   4 02 APPQ PPGM034 TS
      *      3 03 LEGL PPGM045 TS   4 03 GLSU PPGM030 TS
      *      3 04 WREC PPGM028 TS   4 04 CRSU PPGM040 TS
      *      3 05 FRDC PPGM057 S    4 05 RFND PPGM041 TS
      *      3 06 BCNF PPGM058 TS   4 06 DEAF PPGM049 S
      *                             4 07 OPSD PPGM035 TSI
      *                             4 08 RPTV PPGM036 TSI
      *      5 00 INQUIRY
      *      5 01 ASUM PPGM014 TSI  5 04 LDGA PPGM046 TSI
      *      5 02 C360 PPGM031 TSI  5 05 CHGQ PPGM054 TSI
      *      5 03 ARCH PPGM033 TSI
       01 EXTREC.
           05 EXT-PAGE            PIC 9(01).
           05 FILLER              PIC X(01).
           05 EXT-LINE            PIC 9(02).
           05 FILLER              PIC X(01).
           05 EXT-FAST            PIC X(04).
           05 FILLER              PIC X(01).
           05 EXT-DESC            PIC X(20).
           05 FILLER              PIC X(01).
           05 EXT-PROGRAM         PIC X(08).
           05 FILLER              PIC X(01).
           05 EXT-ROLES           PIC X(03).
           05 FILLER              PIC X(37).
       FD MNUFILE.
       01 MNUREC1.
              COPY MNUREC.
       WORKING-STORAGE SECTION.
       01 FS1              PIC 9(02) VALUE 0.
       01 FS2              PIC 9(02) VALUE 0.
       01 WS-EOF           PIC X(01) VALUE 'N'.
       01 WS-MNU-EOF       PIC X(01) VALUE 'N'.
       01 WS-LOAD-COUNT    PIC 9(05) VALUE 0.
       01 WS-DROP-COUNT    PIC 9(05) VALUE 0.
       01 WS-REJECT-COUNT  PIC 9(05) VALUE 0.
       01 WS-ROLES-OK      PIC X(01) VALUE 'Y'.
       01 WS-FAST-CLASH    PIC X(01) VALUE 'N'.
       01 WS-ROLE-IX       PIC 9(01) VALUE 0.
       01 WS-CARD-KEY      PIC X(03).
       01 WS-CLASH-KEY     PIC X(03).
       PROCEDURE DIVISION.
       000-MAIN-PARA.
           PERFORM 100-OPEN-PARA.
           PERFORM 300-READ-PARA UNTIL WS-EOF = 'Y'.
           PERFORM 400-CLOSE-PARA.
           DISPLAY "MNULOAD - LOADED: " WS-LOAD-COUNT
                   " WITHDRAWN: " WS-DROP-COUNT
                   " REJECTED: " WS-REJECT-COUNT.
           STOP RUN.

       100-OPEN-PARA.
           OPEN INPUT EXTFILE.
           IF FS1 = 00
               DISPLAY "EXTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "EXTFILE OPEN FAILURE" FS1
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN I-O MNUFILE.
           IF FS2 = 00
               DISPLAY "MNUFILE OPEN SUCCESS"
           ELSE
               DISPLAY "MNUFILE OPEN FAILURE" FS2
               MOVE 'Y' TO WS-EOF
           END-IF.

       300-READ-PARA.
           READ EXTFILE AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               PERFORM 310-LOAD-PARA
           END-READ.

       310-LOAD-PARA.
           MOVE 'Y' TO WS-ROLES-OK.
           MOVE 0 TO WS-ROLE-IX.
           PERFORM 320-ROLE-CHECK-PARA UNTIL WS-ROLE-IX = 3.
           MOVE 'N' TO WS-FAST-CLASH.
           IF EXT-PAGE NUMERIC AND EXT-PAGE NOT = 0
               AND EXT-LINE NUMERIC AND EXT-LINE NOT = 0
               AND EXT-ROLES NOT = SPACES
               PERFORM 330-FAST-CHECK-PARA
           END-IF.
           IF EXT-PAGE NOT NUMERIC OR EXT-PAGE = 0
               OR EXT-LINE NOT NUMERIC OR WS-ROLES-OK = 'N'
               OR (EXT-LINE = 0 AND EXT-DESC = SPACES)
               OR (EXT-LINE NOT = 0 AND EXT-ROLES NOT = SPACES
                   AND (EXT-FAST = SPACES OR EXT-FAST(1:1) NUMERIC
                        OR EXT-PROGRAM = SPACES))
               DISPLAY "MNULOAD - CARD REJECTED: " EXTREC(1:43)
               ADD 1 TO WS-REJECT-COUNT
           ELSE IF WS-FAST-CLASH = 'Y'
               DISPLAY "MNULOAD - FAST-PATH " EXT-FAST
                       " ALREADY ON LINE " WS-CLASH-KEY
                       " - CARD REJECTED"
               ADD 1 TO WS-REJECT-COUNT
           ELSE IF EXT-LINE NOT = 0 AND EXT-ROLES = SPACES
               MOVE EXT-PAGE TO MNU-PAGE
               MOVE EXT-LINE TO MNU-LINE
               DELETE MNUFILE RECORD
               IF FS2 = 00
                   ADD 1 TO WS-DROP-COUNT
               ELSE
                   MOVE 00 TO FS2
               END-IF
           ELSE
               MOVE SPACES         TO MNUREC1
               MOVE EXT-PAGE       TO MNU-PAGE
               MOVE EXT-LINE       TO MNU-LINE
               MOVE EXT-DESC       TO MNU-DESC
               IF NOT MNU-TITLE-LINE
                   MOVE EXT-FAST    TO MNU-FAST
                   MOVE EXT-PROGRAM TO MNU-PROGRAM
                   MOVE EXT-ROLES   TO MNU-ROLES
               END-IF
               WRITE MNUREC1
               IF FS2 = 22
      *            A RE-LOAD REFRESHES THE EXISTING LINE.
                   REWRITE MNUREC1
               END-IF
               IF FS2 NOT = 00
                   DISPLAY "MNUFILE WRITE FAILURE" FS2 " ON "
                            MNU-KEY
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   ADD 1 TO WS-LOAD-COUNT
               END-IF
           END-IF
           END-IF
           END-IF.

       320-ROLE-CHECK-PARA.
           ADD 1 TO WS-ROLE-IX.
           IF EXT-ROLES(WS-ROLE-IX:1) NOT = SPACE
               AND EXT-ROLES(WS-ROLE-IX:1) NOT = 'T'
               AND EXT-ROLES(WS-ROLE-IX:1) NOT = 'S'
               AND EXT-ROLES(WS-ROLE-IX:1) NOT = 'I'
               MOVE 'N' TO WS-ROLES-OK
           END-IF.

       330-FAST-CHECK-PARA.
      *    THE MENU IS A FEW DOZEN ROWS - EACH FUNCTION CARD IS
      *    CHECKED AGAINST THE WHOLE FILE FOR ITS FAST-PATH CODE.
           MOVE EXT-PAGE TO WS-CARD-KEY(1:1).
           MOVE EXT-LINE TO WS-CARD-KEY(2:2).
           MOVE 'N' TO WS-MNU-EOF.
           MOVE LOW-VALUES TO MNU-KEY.
           START MNUFILE KEY IS NOT LESS THAN MNU-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-MNU-EOF
           END-START.
           PERFORM 340-FAST-STEP-PARA UNTIL WS-MNU-EOF = 'Y'.
           MOVE 00 TO FS2.

       340-FAST-STEP-PARA.
           READ MNUFILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MNU-EOF
               NOT AT END
                   IF MNU-FAST = EXT-FAST AND NOT MNU-TITLE-LINE
                       AND MNU-KEY NOT = WS-CARD-KEY
                       MOVE 'Y' TO WS-FAST-CLASH
                       MOVE MNU-KEY TO WS-CLASH-KEY
                       MOVE 'Y' TO WS-MNU-EOF
                   END-IF
           END-READ.

       400-CLOSE-PARA.
           CLOSE EXTFILE.
           CLOSE MNUFILE.
