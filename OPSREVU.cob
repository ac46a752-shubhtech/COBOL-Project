       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPSREVU.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDFILE ASSIGN TO DD1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS1.
           SELECT SGNFILE ASSIGN TO DD2
           ORGANIZATION IS INDEXED
           RECORD KEY IS SL-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS2.
           SELECT OPSFILE ASSIGN TO DD3
           ORGANIZATION IS INDEXED
           RECORD KEY IS OPS-OPID
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS3.
           SELECT OUTFILE ASSIGN TO DD4
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS4.
           SELECT EXTFILE ASSIGN TO DD5
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS5.
           SELECT RUNFILE ASSIGN TO DD9
           ORGANIZATION IS INDEXED
           RECORD KEY IS RUN-JOB
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS9.
       DATA DIVISION.
       FILE SECTION.

       FD AUDFILE.
      *  THE QUARTER'S AUDLOG ENTRIES - THE DAILY TDQ UNLOADS FOR THE
      *  QUARTER, CONCATENATED BY OPERATIONS BEFORE THE RUN.
       01 AUDREC1.
              COPY AUDREC.
       FD SGNFILE.
       01 SGNREC.
           05 SL-KEY.
               10 SL-OPID     PIC X(05).
               10 SL-TIME     PIC 9(06).
           05 SL-DATE         PIC X(10).
       FD OPSFILE.
       01 OPSREC1.
              COPY OPSREC.
       FD OUTFILE.
       01 OUTREC                       PIC X(80).
       FD EXTFILE.
       01 EXTREC.
              COPY RCTREC.
       FD RUNFILE.
       01 RUNREC1.
              COPY RUNREC.
       WORKING-STORAGE SECTION.
       01 FS1            PIC 9(02) VALUE 0.
       01 FS2            PIC 9(02) VALUE 0.
       01 FS3            PIC 9(02) VALUE 0.
       01 FS4            PIC 9(02) VALUE 0.
       01 FS5            PIC 9(02) VALUE 0.
       01 FS9            PIC 9(02) VALUE 0.
       01 WS-EOF         PIC X(01) VALUE 'N'.
       01 WS-EOF3        PIC X(01) VALUE 'N'.
       01 WS-SGN-EOF     PIC X(01) VALUE 'N'.
       01 WS-RC-STOP     PIC X(01) VALUE 'N'.
       01 WS-CYC-NEW     PIC X(01) VALUE 'N'.
       01 WS-BUS-DATE-N  PIC 9(08) VALUE 0.
      *  SYSIN CARD - COLS 1-3 THE DAYS WITHOUT USE AFTER WHICH AN ID
      *  IS DISABLED (DEFAULT 90), COLS 5-7 THE DAYS THE BRANCH
      *  MANAGERS HAVE TO RETURN THE SIGNED CARDS (DEFAULT 30).
       01 WS-PARM-CARD.
           05 WS-PARM-DORM   PIC X(03) VALUE SPACES.
           05 FILLER         PIC X(01) VALUE SPACES.
           05 WS-PARM-DAYS   PIC X(03) VALUE SPACES.
           05 FILLER         PIC X(73) VALUE SPACES.
       01 WS-DORM-DAYS   PIC 9(03) VALUE 90.
       01 WS-CERT-DAYS   PIC 9(03) VALUE 30.
       01 WS-DEADLINE-N  PIC 9(08) VALUE 0.
      *  AUDLOG AND SGNLOG STAMP MM/DD/YYYY - TURNED ROUND HERE SO THE
      *  DATES COMPARE.
       01 WS-MDY         PIC X(10) VALUE SPACES.
       01 WS-CNV-N       PIC 9(08) VALUE 0.
       01 WS-CNV-PARTS REDEFINES WS-CNV-N.
           05 WS-CNV-YYYY    PIC X(04).
           05 WS-CNV-MM      PIC X(02).
           05 WS-CNV-DD      PIC X(02).
      *  PER-OPERATOR ACTIVITY OFF THE AUDIT TRAIL - THE LAST DAY THE
      *  OPERATOR UPDATED ANYTHING, THE ITEMS THEY RAISED FOR APPROVAL
      *  (MAKER) AND THE ITEMS THEY PASSED OR REJECTED (CHECKER).
       01 WS-AU-ENTRIES  PIC 9(03) VALUE 0.
       01 WS-AU-TABLE.
           05 WS-AU-ENTRY OCCURS 500 TIMES.
               10 AUX-OPID        PIC X(05).
               10 AUX-LAST-N      PIC 9(08).
               10 AUX-MAKER       PIC 9(05).
               10 AUX-CHECKER     PIC 9(05).
       01 WS-HIT-IX      PIC 9(03) VALUE 0.
       01 WS-AU-FOUND    PIC X(01) VALUE 'N'.
       01 WS-AU-SKIP     PIC X(01) VALUE 'N'.
       01 WS-WORK-OPID   PIC X(05) VALUE SPACES.
       01 WS-LAST-SGN-N  PIC 9(08) VALUE 0.
       01 WS-LAST-POST-N PIC 9(08) VALUE 0.
       01 WS-LAST-USED-N PIC 9(08) VALUE 0.
       01 WS-PWD-SET-N   PIC 9(08) VALUE 0.
       01 WS-IDLE-DAYS   PIC 9(05) VALUE 0.
       01 WS-MAKER-CNT   PIC 9(05) VALUE 0.
       01 WS-CHECKER-CNT PIC 9(05) VALUE 0.
       01 WS-OPS-COUNT   PIC 9(05) VALUE 0.
       01 WS-DORM-COUNT  PIC 9(05) VALUE 0.
       01 WS-SHUT-COUNT  PIC 9(05) VALUE 0.
       01 WS-EXT-COUNT   PIC 9(05) VALUE 0.
       01 WS-SUPER-IDLE  PIC 9(05) VALUE 0.

       01 HEADER1.
           05 FILLER PIC X(80) VALUE ALL "*".
       01 HEADER4.
           05 FILLER PIC X(20).
           05 FILLER PIC X(40) VALUE "STATE BANK OF INDIA".
           05 FILLER PIC X(20).
       01 HEADER5.
           05 FILLER PIC X(20).
           05 FILLER PIC X(30) VALUE "OPERATOR ACCESS RECERTIFICATIO".
           05 FILLER PIC X(04) VALUE "N - ".
           05 HDATE  PIC 9(08).
           05 FILLER PIC X(18).
       01 HEADER3.
           05 FILLER PIC X(01).
           05 FILLER PIC X(05) VALUE "BRCH".
           05 FILLER PIC X(06) VALUE "OPID".
           05 FILLER PIC X(02) VALUE "R".
           05 FILLER PIC X(02) VALUE "L".
           05 FILLER PIC X(09) VALUE "LAST SGN".
           05 FILLER PIC X(09) VALUE "LAST PST".
           05 FILLER PIC X(06) VALUE "MAKER".
           05 FILLER PIC X(06) VALUE " CHKR".
           05 FILLER PIC X(06) VALUE " IDLE".
           05 FILLER PIC X(28) VALUE "STATUS".
       01 OP-LINE.
           05 FILLER      PIC X(01).
           05 OL-BRANCH   PIC X(04).
           05 FILLER      PIC X(01).
           05 OL-OPID     PIC X(05).
           05 FILLER      PIC X(01).
           05 OL-ROLE     PIC X(01).
           05 FILLER      PIC X(01).
           05 OL-LEVEL    PIC X(01).
           05 FILLER      PIC X(01).
           05 OL-SIGNON   PIC 9(08).
           05 FILLER      PIC X(01).
           05 OL-POST     PIC 9(08).
           05 FILLER      PIC X(01).
           05 OL-MAKER    PIC ZZZZ9.
           05 FILLER      PIC X(01).
           05 OL-CHECKER  PIC ZZZZ9.
           05 FILLER      PIC X(01).
           05 OL-IDLE     PIC ZZZZ9.
           05 FILLER      PIC X(01).
           05 OL-STATUS   PIC X(28).
       01 TRAILER1.
           05 FILLER PIC X(05).
           05 FILLER PIC X(30) VALUE "OPERATOR IDS REVIEWED       :".
           05 TOPS   PIC ZZ,ZZ9.
           05 FILLER PIC X(39).
       01 TRAILER2.
           05 FILLER PIC X(05).
           05 FILLER PIC X(30) VALUE "DISABLED TODAY FOR NON-USE  :".
           05 TDORM  PIC ZZ,ZZ9.
           05 FILLER PIC X(39).
       01 TRAILER3.
           05 FILLER PIC X(05).
           05 FILLER PIC X(30) VALUE "ALREADY LOCKED OR DISABLED  :".
           05 TSHUT  PIC ZZ,ZZ9.
           05 FILLER PIC X(39).
       01 TRAILER4.
           05 FILLER PIC X(05).
           05 FILLER PIC X(30) VALUE "SENT FOR CERTIFICATION      :".
           05 TEXT1  PIC ZZ,ZZ9.
           05 FILLER PIC X(39).
       01 TRAILER5.
           05 FILLER PIC X(05).
           05 FILLER PIC X(30) VALUE "SUPERVISORS WITH NO CHECKS  :".
           05 TSUPER PIC ZZ,ZZ9.
           05 FILLER PIC X(39).
       01 TRAILER6.
           05 FILLER PIC X(05).
           05 FILLER PIC X(30) VALUE "CARDS TO BE RETURNED BY     :".
           05 TDEAD  PIC 9(08).
           05 FILLER PIC X(37).
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *    THE QUARTERLY ACCESS REVIEW. EVERY ID ON OPSEC IS LISTED
      *    WITH ITS ROLE, BRANCH, LAST SIGN-ON (SGNLOG), LAST UPDATE
      *    (THE QUARTER'S AUDLOG) AND HOW MANY ITEMS IT RAISED AND
      *    PASSED UNDER MAKER-CHECKER. AN ID UNUSED FOR LONGER THAN
      *    THE SET NUMBER OF DAYS IS DISABLED ON THE SPOT. EVERY ID
      *    STILL LIVE GOES OUT ON A CERTIFICATION CARD FOR ITS BRANCH
      *    MANAGER; OPSCERT APPLIES THE SIGNED CARDS AND LOCKS WHAT IS
      *    NOT CERTIFIED BY THE DEADLINE. THE CYCLE IS HELD ON THE
      *    'OPSCERT ' RECORD OF RUNCTL - A NEW REVIEW IS REFUSED WHILE
      *    THE LAST ONE IS STILL OPEN.
           PERFORM 100-OPEN-PARA.
           IF WS-RC-STOP = 'N'
               PERFORM 150-PARM-PARA
               PERFORM 160-CYCLE-PARA
           END-IF.
           IF WS-RC-STOP = 'N'
               PERFORM 200-HEADER-PARA
               PERFORM 300-AUD-PARA UNTIL WS-EOF = 'Y'
               PERFORM 400-OPS-PARA UNTIL WS-EOF3 = 'Y'
               PERFORM 600-TRAILER-PARA
               PERFORM 650-CYCLE-OPEN-PARA
           END-IF.
           PERFORM 900-CLOSE-PARA.
           STOP RUN.

       100-OPEN-PARA.
           OPEN INPUT AUDFILE.
           IF FS1 = 00
               DISPLAY "AUDFILE OPEN SUCCESS"
           ELSE
               DISPLAY "AUDFILE OPEN FAILURE" FS1
               MOVE 'Y' TO WS-RC-STOP
           END-IF.
           OPEN INPUT SGNFILE.
           IF FS2 = 00
               DISPLAY "SGNFILE OPEN SUCCESS"
           ELSE
               DISPLAY "SGNFILE OPEN FAILURE" FS2
               MOVE 'Y' TO WS-RC-STOP
           END-IF.
           OPEN I-O OPSFILE.
           IF FS3 = 00
               DISPLAY "OPSFILE OPEN SUCCESS"
           ELSE
               DISPLAY "OPSFILE OPEN FAILURE" FS3
               MOVE 'Y' TO WS-RC-STOP
           END-IF.
           OPEN OUTPUT OUTFILE.
           IF FS4 = 00
               DISPLAY "OUTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "OUTFILE OPEN FAILURE" FS4
               MOVE 'Y' TO WS-RC-STOP
           END-IF.
           OPEN OUTPUT EXTFILE.
           IF FS5 = 00
               DISPLAY "EXTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "EXTFILE OPEN FAILURE" FS5
               MOVE 'Y' TO WS-RC-STOP
           END-IF.
           OPEN I-O RUNFILE.
           IF FS9 NOT = 00
               DISPLAY "RUNFILE OPEN FAILURE" FS9
               MOVE 'Y' TO WS-RC-STOP
           ELSE
               MOVE 'BUSDATE ' TO RUN-JOB
               READ RUNFILE
               IF FS9 NOT = 00
                   DISPLAY "NO BUSINESS DATE ON RUNCTL"
                   MOVE 'Y' TO WS-RC-STOP
               ELSE
                   MOVE RUN-BUSDATE-N TO WS-BUS-DATE-N
               END-IF
           END-IF.

       150-PARM-PARA.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           IF WS-PARM-DORM NUMERIC
               AND WS-PARM-DORM NOT = '000'
               MOVE WS-PARM-DORM TO WS-DORM-DAYS
           END-IF.
           IF WS-PARM-DAYS NUMERIC
               AND WS-PARM-DAYS NOT = '000'
               MOVE WS-PARM-DAYS TO WS-CERT-DAYS
           END-IF.
           COMPUTE WS-DEADLINE-N = FUNCTION DATE-OF-INTEGER
                 (FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-N)
                  + WS-CERT-DAYS).
           DISPLAY "OPSREVU - BUSINESS DATE " WS-BUS-DATE-N
                   " DISABLE AFTER " WS-DORM-DAYS " DAYS"
                   " CERTIFY BY " WS-DEADLINE-N.

       160-CYCLE-PARA.
           MOVE 'N' TO WS-CYC-NEW.
           MOVE 'OPSCERT ' TO RUN-JOB.
           READ RUNFILE.
           IF FS9 NOT = 00
      *        THE FIRST REVIEW EVER TAKEN SETS THE CONTROL UP.
               MOVE 'Y' TO WS-CYC-NEW
               MOVE 00 TO FS9
           ELSE IF RUN-STARTED
               DISPLAY "OPSREVU - REVIEW OF " RUN-LAST-DATE-N
                       " STILL OPEN - RUN OPSCERT FIRST"
               MOVE 'Y' TO WS-RC-STOP
           END-IF
           END-IF.

       200-HEADER-PARA.
           MOVE WS-BUS-DATE-N TO HDATE.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM HEADER4.
           WRITE OUTREC FROM HEADER5.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM HEADER3.
           WRITE OUTREC FROM HEADER1.

       300-AUD-PARA.
           READ AUDFILE AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               PERFORM 310-AUD-TALLY-PARA
           END-READ.

       310-AUD-TALLY-PARA.
           MOVE AUD-OPERATOR TO WS-WORK-OPID.
           PERFORM 700-AU-FIND-PARA.
           IF WS-AU-SKIP = 'Y'
               CONTINUE
           ELSE
               MOVE AUD-TIMESTAMP TO WS-MDY
               PERFORM 750-MDY-PARA
               IF WS-CNV-N > AUX-LAST-N(WS-HIT-IX)
                   MOVE WS-CNV-N TO AUX-LAST-N(WS-HIT-IX)
               END-IF
      *        RAISED FOR APPROVAL - APPQUE ITEMS AND NEW-LOAN CAPTURES.
      *        PASSED OR REJECTED - THE CHECKER SIDE OF BOTH QUEUES.
               IF (AUD-FILE-ID = 'APPQU' AND AUD-ACTION = 'Q')
                  OR (AUD-FILE-ID = 'PLPND' AND AUD-ACTION = 'W')
                   ADD 1 TO AUX-MAKER(WS-HIT-IX)
               ELSE IF (AUD-FILE-ID = 'APPQU'
                        AND (AUD-ACTION = 'A' OR AUD-ACTION = 'J'))
                  OR (AUD-FILE-ID = 'PLPND'
                        AND (AUD-ACTION = 'A' OR AUD-ACTION = 'R'))
                   ADD 1 TO AUX-CHECKER(WS-HIT-IX)
               END-IF
               END-IF
           END-IF.

       400-OPS-PARA.
           READ OPSFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-EOF3
           NOT AT END
               PERFORM 410-OPS-REVIEW-PARA
           END-READ.

       410-OPS-REVIEW-PARA.
           ADD 1 TO WS-OPS-COUNT.
      *    RECORDS WRITTEN BEFORE THE BRANCH AND CERTIFICATION FIELDS
      *    WERE ADDED READ SHORT.
           IF OPS-CERT-DATE-N NOT NUMERIC
               MOVE 0 TO OPS-CERT-DATE-N
           END-IF.
           IF OPS-BRANCH = LOW-VALUES
               MOVE SPACES TO OPS-BRANCH
           END-IF.
           IF OPS-CERT-BY = LOW-VALUES
               MOVE SPACES TO OPS-CERT-BY
           END-IF.
           PERFORM 420-SIGNON-PARA.
           MOVE OPS-OPID TO WS-WORK-OPID.
           PERFORM 700-AU-FIND-PARA.
           MOVE 0 TO WS-LAST-POST-N.
           MOVE 0 TO WS-MAKER-CNT.
           MOVE 0 TO WS-CHECKER-CNT.
           IF WS-AU-FOUND = 'Y'
               MOVE AUX-LAST-N(WS-HIT-IX) TO WS-LAST-POST-N
               MOVE AUX-MAKER(WS-HIT-IX) TO WS-MAKER-CNT
               MOVE AUX-CHECKER(WS-HIT-IX) TO WS-CHECKER-CNT
           END-IF.
           PERFORM 440-IDLE-PARA.
           MOVE SPACES TO OP-LINE.
           MOVE OPS-BRANCH TO OL-BRANCH.
           MOVE OPS-OPID TO OL-OPID.
           MOVE OPS-ROLE TO OL-ROLE.
           MOVE OPS-AUTH-LEVEL TO OL-LEVEL.
           MOVE WS-LAST-SGN-N TO OL-SIGNON.
           MOVE WS-LAST-POST-N TO OL-POST.
           MOVE WS-MAKER-CNT TO OL-MAKER.
           MOVE WS-CHECKER-CNT TO OL-CHECKER.
           MOVE WS-IDLE-DAYS TO OL-IDLE.
           IF OPS-LOCK-FAILS
               MOVE "LOCKED - BAD PASSWORDS" TO OL-STATUS
               ADD 1 TO WS-SHUT-COUNT
           ELSE IF OPS-LOCK-DORMANT
               MOVE "DISABLED - NOT USED" TO OL-STATUS
               ADD 1 TO WS-SHUT-COUNT
           ELSE IF OPS-LOCK-UNCERT
               MOVE "LOCKED - NOT CERTIFIED" TO OL-STATUS
               ADD 1 TO WS-SHUT-COUNT
           ELSE IF WS-IDLE-DAYS > WS-DORM-DAYS
               PERFORM 450-DISABLE-PARA
           ELSE
               PERFORM 460-EXTRACT-PARA
           END-IF
           END-IF
           END-IF
           END-IF.
           WRITE OUTREC FROM OP-LINE.

       420-SIGNON-PARA.
      *    SGNLOG IS KEYED BY OPERATOR AND TIME - EVERY SIGN-ON THE ID
      *    STILL HAS ON THE LOG IS READ FOR THE LATEST DATE.
           MOVE 0 TO WS-LAST-SGN-N.
           MOVE 'N' TO WS-SGN-EOF.
           MOVE OPS-OPID TO SL-OPID.
           MOVE 0 TO SL-TIME.
           START SGNFILE KEY >= SL-KEY
               INVALID KEY MOVE 'Y' TO WS-SGN-EOF
           END-START.
           PERFORM 430-SIGNON-STEP-PARA UNTIL WS-SGN-EOF = 'Y'.

       430-SIGNON-STEP-PARA.
           READ SGNFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-SGN-EOF
           NOT AT END
               IF SL-OPID NOT = OPS-OPID
                   MOVE 'Y' TO WS-SGN-EOF
               ELSE
                   MOVE SL-DATE TO WS-MDY
                   PERFORM 750-MDY-PARA
                   IF WS-CNV-N > WS-LAST-SGN-N
                       MOVE WS-CNV-N TO WS-LAST-SGN-N
                   END-IF
               END-IF
           END-READ.

       440-IDLE-PARA.
      *    AN ID IS IN USE WHEN IT SIGNS ON, UPDATES ANYTHING OR
      *    CHANGES ITS PASSWORD (SIGNON SETS A FRESH ONE GOOD FOR
      *    NINETY DAYS). AN ID NEVER SEEN ON ANY OF THEM COUNTS FROM
      *    ITS CREATION, WHICH IS ITS FIRST CERTIFICATION DATE.
           MOVE 0 TO WS-PWD-SET-N.
           IF OPS-PWD-EXPIRY-N NUMERIC
               AND OPS-PWD-EXPIRY-N > 16010401
               AND OPS-PWD-EXPIRY-N < 99991231
               COMPUTE WS-PWD-SET-N = FUNCTION DATE-OF-INTEGER
                     (FUNCTION INTEGER-OF-DATE(OPS-PWD-EXPIRY-N)
                      - 90)
           END-IF.
           MOVE WS-LAST-SGN-N TO WS-LAST-USED-N.
           IF WS-LAST-POST-N > WS-LAST-USED-N
               MOVE WS-LAST-POST-N TO WS-LAST-USED-N
           END-IF.
           IF WS-PWD-SET-N > WS-LAST-USED-N
               MOVE WS-PWD-SET-N TO WS-LAST-USED-N
           END-IF.
           IF WS-LAST-USED-N = 0
               MOVE OPS-CERT-DATE-N TO WS-LAST-USED-N
           END-IF.
           IF WS-LAST-USED-N < 16010101
               MOVE 99999 TO WS-IDLE-DAYS
           ELSE IF WS-LAST-USED-N NOT < WS-BUS-DATE-N
               MOVE 0 TO WS-IDLE-DAYS
           ELSE
               COMPUTE WS-IDLE-DAYS =
                     FUNCTION INTEGER-OF-DATE(WS-BUS-DATE-N)
                   - FUNCTION INTEGER-OF-DATE(WS-LAST-USED-N)
           END-IF
           END-IF.

       450-DISABLE-PARA.
           MOVE 'D' TO OPS-LOCK-SW.
           REWRITE OPSREC1.
           IF FS3 = 00
               MOVE "DISABLED TODAY - NOT USED" TO OL-STATUS
               ADD 1 TO WS-DORM-COUNT
           ELSE
               DISPLAY "OPSFILE REWRITE FAILURE" FS3 " ON " OPS-OPID
               MOVE "NOT USED - DISABLE FAILED" TO OL-STATUS
               MOVE 00 TO FS3
           END-IF.

       460-EXTRACT-PARA.
      *    A SUPERVISOR WHO PASSED NOTHING ALL QUARTER IS POINTED OUT -
      *    THE S ROLE IS OFTEN KEPT AFTER A MOVE OFF THE DESK.
           IF OPS-ROLE-SUPER AND WS-CHECKER-CNT = 0
               MOVE "TO CERTIFY - SUPER, NO CHECKS" TO OL-STATUS
               ADD 1 TO WS-SUPER-IDLE
           ELSE
               MOVE "TO CERTIFY" TO OL-STATUS
           END-IF.
           MOVE SPACES TO EXTREC.
           MOVE OPS-BRANCH TO RCT-BRANCH.
           MOVE OPS-OPID TO RCT-OPID.
           MOVE OPS-ROLE TO RCT-ROLE.
           MOVE OPS-AUTH-LEVEL TO RCT-AUTH-LEVEL.
           MOVE WS-LAST-SGN-N TO RCT-LAST-SIGNON-N.
           MOVE WS-LAST-POST-N TO RCT-LAST-POST-N.
           MOVE WS-MAKER-CNT TO RCT-MAKER-CNT.
           MOVE WS-CHECKER-CNT TO RCT-CHECKER-CNT.
           MOVE WS-BUS-DATE-N TO RCT-REVIEW-DATE-N.
           MOVE WS-DEADLINE-N TO RCT-DEADLINE-N.
           WRITE EXTREC.
           ADD 1 TO WS-EXT-COUNT.

       600-TRAILER-PARA.
           WRITE OUTREC FROM HEADER1.
           MOVE WS-OPS-COUNT TO TOPS.
           WRITE OUTREC FROM TRAILER1.
           MOVE WS-DORM-COUNT TO TDORM.
           WRITE OUTREC FROM TRAILER2.
           MOVE WS-SHUT-COUNT TO TSHUT.
           WRITE OUTREC FROM TRAILER3.
           MOVE WS-EXT-COUNT TO TEXT1.
           WRITE OUTREC FROM TRAILER4.
           MOVE WS-SUPER-IDLE TO TSUPER.
           WRITE OUTREC FROM TRAILER5.
           MOVE WS-DEADLINE-N TO TDEAD.
           WRITE OUTREC FROM TRAILER6.

       650-CYCLE-OPEN-PARA.
      *    RUN-BUSDATE-N IS THE DEADLINE, RUN-LAST-DATE-N THE REVIEW
      *    DATE THE CARDS CARRY, S WHILE THE CARDS ARE OUT.
           MOVE 'OPSCERT ' TO RUN-JOB.
           MOVE WS-DEADLINE-N TO RUN-BUSDATE-N.
           MOVE WS-BUS-DATE-N TO RUN-LAST-DATE-N.
           MOVE 'S' TO RUN-STATUS.
           IF WS-CYC-NEW = 'Y'
               WRITE RUNREC1
           ELSE
               REWRITE RUNREC1
           END-IF.
           IF FS9 = 00
               DISPLAY "OPSREVU - CERTIFICATION OPEN UNTIL "
                       WS-DEADLINE-N
           ELSE
               DISPLAY "OPSREVU - RUNCTL UPDATE FAILURE" FS9
           END-IF.

       700-AU-FIND-PARA.
           MOVE 'N' TO WS-AU-FOUND.
           MOVE 'N' TO WS-AU-SKIP.
           PERFORM 710-AU-STEP-PARA
              VARYING WS-HIT-IX FROM 1 BY 1
              UNTIL WS-HIT-IX > WS-AU-ENTRIES
                 OR WS-AU-FOUND = 'Y'.
      *    ONLY THE AUDIT PASS ADDS ENTRIES - THE OPSEC PASS JUST
      *    LOOKS THE OPERATOR UP.
           IF WS-AU-FOUND = 'N'
              AND WS-EOF = 'Y'
               MOVE 'Y' TO WS-AU-SKIP
           END-IF.
           IF WS-AU-FOUND = 'N'
              AND WS-AU-SKIP = 'N'
              AND WS-AU-ENTRIES >= 500
      *        A FULL TABLE MUST NOT LEAVE THE INDEX PAST THE OCCURS
      *        BOUND - THE ENTRY IS LOGGED AND SKIPPED, NOT DROPPED
      *        IN SILENCE.
               MOVE 'Y' TO WS-AU-SKIP
               DISPLAY "OPSREVU - OPERATOR TABLE FULL, DROPPED "
                       WS-WORK-OPID
           END-IF.
           IF WS-AU-FOUND = 'N'
              AND WS-AU-SKIP = 'N'
               ADD 1 TO WS-AU-ENTRIES
               MOVE WS-AU-ENTRIES TO WS-HIT-IX
               MOVE WS-WORK-OPID TO AUX-OPID(WS-HIT-IX)
               MOVE 0 TO AUX-LAST-N(WS-HIT-IX)
               MOVE 0 TO AUX-MAKER(WS-HIT-IX)
               MOVE 0 TO AUX-CHECKER(WS-HIT-IX)
           END-IF.

       710-AU-STEP-PARA.
           IF AUX-OPID(WS-HIT-IX) = WS-WORK-OPID
               MOVE 'Y' TO WS-AU-FOUND
               SUBTRACT 1 FROM WS-HIT-IX
           END-IF.

       750-MDY-PARA.
           MOVE WS-MDY(7:4) TO WS-CNV-YYYY.
           MOVE WS-MDY(1:2) TO WS-CNV-MM.
           MOVE WS-MDY(4:2) TO WS-CNV-DD.
           IF WS-CNV-N NOT NUMERIC
               MOVE 0 TO WS-CNV-N
           END-IF.

       900-CLOSE-PARA.
           CLOSE AUDFILE.
           CLOSE SGNFILE.
           CLOSE OPSFILE.
           IF FS3 = 00
               DISPLAY "OPSFILE CLOSE SUCCESS"
           ELSE
               DISPLAY "OPSFILE CLOSE FAILURE" FS3
           END-IF.
           CLOSE OUTFILE.
           CLOSE EXTFILE.
           CLOSE RUNFILE.
