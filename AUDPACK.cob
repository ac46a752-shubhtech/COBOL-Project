       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDPACK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTFILE ASSIGN TO DD1
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS1.
           SELECT CUSTFILE ASSIGN TO DD2
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLF-CUST-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS2.
           SELECT LOANFILE ASSIGN TO DD3
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLF-ACCOUNT-NO
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS3.
           SELECT LEDGFILE ASSIGN TO DD4
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLF5-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS4.
           SELECT INSTFILE ASSIGN TO DD5
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLF6-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS5.
           SELECT PENDFILE ASSIGN TO DD6
           ORGANIZATION IS INDEXED
           RECORD KEY IS APP-ACCOUNT-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS6.
           SELECT APPQFILE ASSIGN TO DD7
           ORGANIZATION IS INDEXED
           RECORD KEY IS PND-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS7.
           SELECT DOCFILE ASSIGN TO DD8
           ORGANIZATION IS INDEXED
           RECORD KEY IS DOC-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS8.
           SELECT RUNFILE ASSIGN TO DD9
           ORGANIZATION IS INDEXED
           RECORD KEY IS RUN-JOB
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS9.
           SELECT COLFILE ASSIGN TO DD10
           ORGANIZATION IS INDEXED
           RECORD KEY IS COL-ACCOUNT-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS10.
           SELECT SNPFILE ASSIGN TO DD11
           ORGANIZATION IS INDEXED
           RECORD KEY IS SNP-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS11.
           SELECT PRVFILE ASSIGN TO DD12
           ORGANIZATION IS INDEXED
           RECORD KEY IS PRV-ACCOUNT-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS12.
           SELECT JHSFILE ASSIGN TO DD13
           ORGANIZATION IS INDEXED
           RECORD KEY IS JHS-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS13.
           SELECT REPFILE ASSIGN TO DD14
           ORGANIZATION IS INDEXED
           RECORD KEY IS RPT-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS14.
       DATA DIVISION.
       FILE SECTION.

       FD EXTFILE.
      *    LIST MODE ONLY - ONE CARD PER ACCOUNT THE AUDITORS PICKED.
       01 EXTREC.
           05 EXT-ACCOUNT-NO      PIC X(10).
           05 FILLER              PIC X(70).
       FD CUSTFILE.
       01 CUSTREC.
              COPY PLF01REC.
       FD LOANFILE.
       01 LOANREC.
              COPY PLF3REC.
       FD LEDGFILE.
       01 LEDGREC.
              COPY PLF5REC.
       FD INSTFILE.
       01 INSTREC1.
              COPY INSTREC.
       FD PENDFILE.
       01 APPREC1.
              COPY APPREC.
       FD APPQFILE.
       01 PNDREC1.
              COPY PNDREC.
       FD DOCFILE.
       01 DOCREC1.
              COPY DOCREC.
       FD RUNFILE.
       01 RUNREC1.
              COPY RUNREC.
       FD COLFILE.
       01 COLREC1.
              COPY COLREC.
       FD SNPFILE.
       01 SNPREC1.
              COPY SNPREC.
       FD PRVFILE.
       01 PRVREC1.
              COPY PRVREC.
       FD JHSFILE.
       01 JHSREC1.
              COPY JHSREC.
       FD REPFILE.
       01 REPREC.
              COPY RPTREC.
       WORKING-STORAGE SECTION.
       01 FS1            PIC 9(02) VALUE 0.
       01 FS2            PIC 9(02) VALUE 0.
       01 FS3            PIC 9(02) VALUE 0.
       01 FS4            PIC 9(02) VALUE 0.
       01 FS5            PIC 9(02) VALUE 0.
       01 FS6            PIC 9(02) VALUE 0.
       01 FS7            PIC 9(02) VALUE 0.
       01 FS8            PIC 9(02) VALUE 0.
       01 FS9            PIC 9(02) VALUE 0.
       01 FS10           PIC 9(02) VALUE 0.
       01 FS11           PIC 9(02) VALUE 0.
       01 FS12           PIC 9(02) VALUE 0.
       01 FS13           PIC 9(02) VALUE 0.
       01 FS14           PIC 9(02) VALUE 0.
       01 WS-EOF         PIC X(01) VALUE 'N'.
       01 WS-SUB-EOF     PIC X(01) VALUE 'N'.
       01 WS-CUST-OPEN   PIC X(01) VALUE 'N'.
       01 WS-LEDG-OPEN   PIC X(01) VALUE 'N'.
       01 WS-INST-OPEN   PIC X(01) VALUE 'N'.
       01 WS-PEND-OPEN   PIC X(01) VALUE 'N'.
       01 WS-APPQ-OPEN   PIC X(01) VALUE 'N'.
       01 WS-DOC-OPEN    PIC X(01) VALUE 'N'.
       01 WS-COL-OPEN    PIC X(01) VALUE 'N'.
       01 WS-SNP-OPEN    PIC X(01) VALUE 'N'.
       01 WS-PRV-OPEN    PIC X(01) VALUE 'N'.
       01 WS-JHS-OPEN    PIC X(01) VALUE 'N'.
       01 WS-EXT-OPEN    PIC X(01) VALUE 'N'.
       01 WS-D           PIC X(10) VALUE SPACES.
       01 WS-DATE-NUM    PIC 9(06) VALUE 0.
       01 WS-TODAY       PIC 9(08) VALUE 0.
       01 WS-BUS-DATE-N  PIC 9(08) VALUE 0.
      *  SYSIN CARD - THE AUDIT ID THE PACKS ARE FILED UNDER ON
      *  RPTREP, THE MODE (L - THE ACCOUNTS LISTED ON DD1, S - A
      *  STRATIFIED RANDOM SAMPLE), AND FOR A SAMPLE THE NUMBER OF
      *  ACCOUNTS TO DRAW FROM EACH BRANCH / BUCKET / SIZE CELL AND
      *  THE SEED. THE SAME SEED OVER THE SAME BOOK DRAWS THE SAME
      *  SAMPLE, SO THE AUDITORS CAN RE-PERFORM THE SELECTION; A
      *  BLANK SEED IS TAKEN FROM THE CLOCK AND PRINTED ON THE RUN.
       01 WS-PARM-CARD.
           05 WS-PARM-AUDIT-ID  PIC X(08) VALUE SPACES.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-PARM-MODE      PIC X(01) VALUE SPACES.
               88 WS-MODE-LIST        VALUE 'L'.
               88 WS-MODE-SAMPLE      VALUE 'S'.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-PARM-PER-CELL  PIC X(02) VALUE SPACES.
           05 FILLER            PIC X(01) VALUE SPACES.
           05 WS-PARM-SEED      PIC X(09) VALUE SPACES.
           05 FILLER            PIC X(57) VALUE SPACES.
       01 WS-PER-CELL    PIC 9(02) VALUE 0.
       01 WS-SEED        PIC 9(10) VALUE 0.
       01 WS-START-SEED  PIC 9(10) VALUE 0.
       01 WS-RAND-WORK   PIC 9(18) VALUE 0.
       01 WS-RAND-QUOT   PIC 9(18) VALUE 0.
       01 WS-PICK        PIC 9(07) VALUE 0.
       01 WS-LEFT        PIC 9(07) VALUE 0.
       01 WS-NEED        PIC 9(07) VALUE 0.
       01 WS-CLOCK       PIC 9(08) VALUE 0.
      *  SIZE BANDS ON THE OUTSTANDING - SMALL UP TO TWO LAKH,
      *  MEDIUM UP TO TEN LAKH, LARGE ABOVE.
       01 WS-BAND-SMALL  PIC 9(08) VALUE 200000.
       01 WS-BAND-MEDIUM PIC 9(08) VALUE 1000000.
      *  THE SAMPLING FRAME - ONE CELL PER BRANCH / AGEING BUCKET /
      *  SIZE BAND IN THE ORDER MET. THE FIRST PASS COUNTS THE LIVE
      *  BOOK INTO THE CELLS; THE SECOND DRAWS FROM EACH CELL BY
      *  SELECTION SAMPLING, SO EVERY CELL YIELDS EXACTLY ITS QUOTA
      *  (OR ALL ITS ACCOUNTS WHEN IT HOLDS FEWER).
       01 WS-CELL-COUNT  PIC 9(03) VALUE 0.
       01 WS-CELL-TABLE.
           05 WS-CELL OCCURS 500 TIMES.
               10 WS-CELL-KEY.
                   15 WS-CELL-BRANCH  PIC X(04).
                   15 WS-CELL-BUCKET  PIC X(02).
                   15 WS-CELL-BAND    PIC X(01).
               10 WS-CELL-POP         PIC 9(07).
               10 WS-CELL-SEEN        PIC 9(07).
               10 WS-CELL-TAKEN       PIC 9(05).
       01 WS-CX          PIC 9(03) VALUE 0.
       01 WS-CELL-FULL   PIC X(01) VALUE 'N'.
       01 WS-THIS-CELL.
           05 WS-THIS-BRANCH     PIC X(04).
           05 WS-THIS-BUCKET     PIC X(02).
           05 WS-THIS-BAND       PIC X(01).
      *  THE PACK INDEX PRINTED AT THE END OF THE RUN - WHERE ON
      *  RPTVIEW EACH ACCOUNT'S PACK STARTS.
       01 WS-PACK-COUNT  PIC 9(03) VALUE 0.
       01 WS-PACK-TABLE.
           05 WS-PACK OCCURS 999 TIMES.
               10 WS-PACK-ACCOUNT     PIC X(10).
               10 WS-PACK-LINE        PIC 9(05).
       01 WS-PX          PIC 9(03) VALUE 0.
       01 WS-PACK-OVER   PIC 9(05) VALUE 0.
       01 WS-REJECT-COUNT PIC 9(05) VALUE 0.
       01 WS-LIVE-COUNT  PIC 9(07) VALUE 0.
       01 WS-LINE-NO     PIC 9(05) VALUE 0.
       01 WS-LINE-FULL   PIC X(01) VALUE 'N'.
       01 WS-PURGE-COUNT PIC 9(05) VALUE 0.
       01 WS-ROWS        PIC 9(05) VALUE 0.
       01 WS-AMT-TOTAL   PIC 9(11) VALUE 0.
       01 WS-LAST-SNAP   PIC X(01) VALUE 'N'.
       01 WS-HELD-SNAP   PIC X(46) VALUE SPACES.
       01 WS-JHS-REF     PIC X(10) VALUE SPACES.
      *  LEDGER MOVEMENT TYPES AS THEY PRINT IN THE PACK.
       01 WS-TXN-VALUES.
           05 FILLER PIC X(13) VALUE 'DDISBURSEMENT'.
           05 FILLER PIC X(13) VALUE 'PREPAYMENT   '.
           05 FILLER PIC X(13) VALUE 'AACCRUAL     '.
           05 FILLER PIC X(13) VALUE 'FFORECLOSURE '.
           05 FILLER PIC X(13) VALUE 'CCLOSURE     '.
           05 FILLER PIC X(13) VALUE 'VREVERSAL    '.
           05 FILLER PIC X(13) VALUE 'BBOUNCE      '.
           05 FILLER PIC X(13) VALUE 'TTOP-UP      '.
           05 FILLER PIC X(13) VALUE 'RRESTRUCTURE '.
           05 FILLER PIC X(13) VALUE 'GSUBSIDY     '.
           05 FILLER PIC X(13) VALUE 'ECHARGE      '.
           05 FILLER PIC X(13) VALUE 'XBRANCH XFER '.
           05 FILLER PIC X(13) VALUE 'OOPENING     '.
           05 FILLER PIC X(13) VALUE 'KFEE REFUND  '.
           05 FILLER PIC X(13) VALUE 'SARC SALE    '.
           05 FILLER PIC X(13) VALUE 'JINT ADJUST  '.
           05 FILLER PIC X(13) VALUE 'WWAIVER      '.
       01 WS-TXN-TABLE REDEFINES WS-TXN-VALUES.
           05 WS-TXN-ENTRY OCCURS 17 TIMES.
               10 WS-TXN-CODE         PIC X(01).
               10 WS-TXN-NAME         PIC X(12).
       01 WS-TX          PIC 9(02) VALUE 0.
       01 WS-TXN-DESC    PIC X(12) VALUE SPACES.
      *  THE FIELDS OF THE PLF01 (1-18) AND PLF3 (19-37) IMAGES ON
      *  THE CHANGE JOURNAL, BY POSITION AND LENGTH - THEY FOLLOW
      *  PLF01REC AND PLF3REC AND MOVE WITH THEM.
       01 WS-FLD-VALUES.
           05 FILLER PIC X(19) VALUE 'CUSTOMER NO   00110'.
           05 FILLER PIC X(19) VALUE 'NAME          01115'.
           05 FILLER PIC X(19) VALUE 'SALARY DRAWN  02606'.
           05 FILLER PIC X(19) VALUE 'ADDRESS       03215'.
           05 FILLER PIC X(19) VALUE 'PHONE         04710'.
           05 FILLER PIC X(19) VALUE 'AGE           05702'.
           05 FILLER PIC X(19) VALUE 'STATE         05910'.
           05 FILLER PIC X(19) VALUE 'CITY          06910'.
           05 FILLER PIC X(19) VALUE 'STUDENT NAME  07915'.
           05 FILLER PIC X(19) VALUE 'COLLEGE       09410'.
           05 FILLER PIC X(19) VALUE 'PROGRAM LEVEL 10402'.
           05 FILLER PIC X(19) VALUE 'JOINING DATE  10610'.
           05 FILLER PIC X(19) VALUE 'END DATE      11610'.
           05 FILLER PIC X(19) VALUE 'LOAN AMOUNT   12607'.
           05 FILLER PIC X(19) VALUE 'STATUS        13301'.
           05 FILLER PIC X(19) VALUE 'BRANCH        13404'.
           05 FILLER PIC X(19) VALUE 'SUBSIDY ELIG  13801'.
           05 FILLER PIC X(19) VALUE 'PAN           13910'.
           05 FILLER PIC X(19) VALUE 'ACCOUNT NO    00110'.
           05 FILLER PIC X(19) VALUE 'CUSTOMER NO   01110'.
           05 FILLER PIC X(19) VALUE 'START DATE    02110'.
           05 FILLER PIC X(19) VALUE 'EXPIRY DATE   03110'.
           05 FILLER PIC X(19) VALUE 'RENEWAL DATE  04110'.
           05 FILLER PIC X(19) VALUE 'OUTSTANDING   05107'.
           05 FILLER PIC X(19) VALUE 'RATE DIGIT    05801'.
           05 FILLER PIC X(19) VALUE 'DUE DATE      05910'.
           05 FILLER PIC X(19) VALUE 'LOAN PAID     06907'.
           05 FILLER PIC X(19) VALUE 'DUE AMOUNT    07608'.
           05 FILLER PIC X(19) VALUE 'BRANCH        08404'.
           05 FILLER PIC X(19) VALUE 'BOUNCE FLAG   08801'.
           05 FILLER PIC X(19) VALUE 'INT COLLECTED 08908'.
           05 FILLER PIC X(19) VALUE 'PENAL AMOUNT  09708'.
           05 FILLER PIC X(19) VALUE 'ACCT STATUS   10501'.
           05 FILLER PIC X(19) VALUE 'FEES BILLED   10608'.
           05 FILLER PIC X(19) VALUE 'RATE          11404'.
           05 FILLER PIC X(19) VALUE 'LAST OPERATOR 11805'.
           05 FILLER PIC X(19) VALUE 'FEES OPEN     12308'.
       01 WS-FLD-TABLE REDEFINES WS-FLD-VALUES.
           05 WS-FLD-ENTRY OCCURS 37 TIMES.
               10 WS-FLD-NAME         PIC X(14).
               10 WS-FLD-POS          PIC 9(03).
               10 WS-FLD-LEN          PIC 9(02).
       01 WS-FX          PIC 9(02) VALUE 0.
       01 WS-FX-FROM     PIC 9(02) VALUE 0.
       01 WS-FX-TO       PIC 9(02) VALUE 0.
       01 WS-BEF-IMAGE   PIC X(200) VALUE SPACES.
       01 WS-AFT-IMAGE   PIC X(200) VALUE SPACES.

       01 HEADER1.
           05 FILLER PIC X(80) VALUE ALL "*".
       01 HEADER4.
           05 FILLER PIC X(20).
           05 FILLER PIC X(40) VALUE "STATE BANK OF INDIA".
           05 FILLER PIC X(20).
       01 HEADER5.
           05 FILLER PIC X(20).
           05 FILLER PIC X(40) VALUE
              "STATUTORY AUDIT - ACCOUNT PACKS".
           05 FILLER PIC X(20).
       01 HEADER6.
           05 FILLER PIC X(02).
           05 FILLER PIC X(11) VALUE "AUDIT ID : ".
           05 HAUDIT PIC X(08).
           05 FILLER PIC X(04).
           05 FILLER PIC X(16) VALUE "BUSINESS DATE : ".
           05 HBUSDATE PIC 9(08).
           05 FILLER PIC X(31).
       01 HEADER7.
           05 FILLER PIC X(02).
           05 FILLER PIC X(11) VALUE "SELECTION: ".
           05 HMODE  PIC X(30).
           05 FILLER PIC X(07) VALUE " SEED: ".
           05 HSEED  PIC X(10).
           05 FILLER PIC X(20).
       01 HEADER8.
           05 FILLER PIC X(02).
           05 FILLER PIC X(40) VALUE
              "CELLS ARE BRANCH / AGEING BUCKET / SIZE ".
           05 FILLER PIC X(38) VALUE
              "(S UP TO 2 LAKH, M UP TO 10 LAKH, L).".
       01 PACK-HEAD.
           05 FILLER PIC X(12) VALUE "AUDIT PACK  ".
           05 PHNO   PIC ZZ9.
           05 FILLER PIC X(11) VALUE "  ACCOUNT: ".
           05 PHACCT PIC X(10).
           05 FILLER PIC X(12) VALUE "  CUSTOMER: ".
           05 PHCUST PIC X(10).
           05 FILLER PIC X(10) VALUE "  BRANCH: ".
           05 PHBR   PIC X(04).
           05 FILLER PIC X(08).
       01 SECTION-LINE.
           05 FILLER PIC X(02).
           05 FILLER PIC X(03) VALUE "-- ".
           05 SECT-TITLE PIC X(50).
           05 FILLER PIC X(25).
       01 NOTE-LINE.
           05 FILLER PIC X(06).
           05 NOTE-TEXT PIC X(74).
       01 KV-LINE.
           05 FILLER PIC X(04).
           05 KV-LABEL1 PIC X(16).
           05 KV-VALUE1 PIC X(20).
           05 FILLER PIC X(02).
           05 KV-LABEL2 PIC X(16).
           05 KV-VALUE2 PIC X(20).
           05 FILLER PIC X(02).
       01 WS-ED-AMT      PIC ZZ,ZZZ,ZZ9.
       01 WS-ED-RATE     PIC Z9.99.
       01 LEDG-HEAD.
           05 FILLER PIC X(04).
           05 FILLER PIC X(38) VALUE
              "DATE        TYPE             AMOUNT   ".
           05 FILLER PIC X(38) VALUE
              "  BALANCE  OPER   RECEIPT".
       01 LEDG-LINE.
           05 FILLER PIC X(04).
           05 LG-DATE    PIC X(10).
           05 FILLER     PIC X(02).
           05 LG-TYPE    PIC X(12).
           05 FILLER     PIC X(01).
           05 LG-AMOUNT  PIC ZZ,ZZZ,ZZ9.
           05 FILLER     PIC X(02).
           05 LG-BALANCE PIC ZZ,ZZZ,ZZ9.
           05 FILLER     PIC X(02).
           05 LG-OPER    PIC X(05).
           05 FILLER     PIC X(02).
           05 LG-RCPT    PIC X(08).
           05 FILLER     PIC X(12).
       01 INST-HEAD.
           05 FILLER PIC X(04).
           05 FILLER PIC X(38) VALUE
              "NO.  DUE DATE         EMI  PRINCIPAL  ".
           05 FILLER PIC X(38) VALUE
              " INTEREST       PAID  STATUS".
       01 INST-LINE.
           05 FILLER     PIC X(04).
           05 IN-NO      PIC ZZ9.
           05 FILLER     PIC X(02).
           05 IN-DUE     PIC X(10).
           05 FILLER     PIC X(01).
           05 IN-EMI     PIC Z,ZZZ,ZZ9.
           05 FILLER     PIC X(02).
           05 IN-PRIN    PIC Z,ZZZ,ZZ9.
           05 FILLER     PIC X(02).
           05 IN-INT     PIC Z,ZZZ,ZZ9.
           05 FILLER     PIC X(02).
           05 IN-PAID    PIC Z,ZZZ,ZZ9.
           05 FILLER     PIC X(02).
           05 IN-STATUS  PIC X(09).
           05 FILLER     PIC X(07).
       01 APQ-LINE.
           05 FILLER     PIC X(04).
           05 AQ-TYPE    PIC X(14).
           05 FILLER     PIC X(01).
           05 AQ-AMOUNT  PIC ZZ,ZZZ,ZZ9.
           05 FILLER     PIC X(02).
           05 FILLER     PIC X(07) VALUE "MAKER: ".
           05 AQ-MAKER   PIC X(05).
           05 FILLER     PIC X(10) VALUE "  CHECKER:".
           05 AQ-CHECKER PIC X(06).
           05 FILLER     PIC X(01).
           05 AQ-DATE    PIC X(10).
           05 FILLER     PIC X(01).
           05 AQ-STATUS  PIC X(09).
       01 DOC-LINE.
           05 FILLER     PIC X(04).
           05 DL-CODE    PIC X(04).
           05 FILLER     PIC X(02).
           05 DL-DESC    PIC X(20).
           05 FILLER     PIC X(02).
           05 DL-MAND    PIC X(09).
           05 FILLER     PIC X(02).
           05 DL-HELD    PIC X(12).
           05 FILLER     PIC X(02).
           05 DL-RECV    PIC X(10).
           05 FILLER     PIC X(02).
           05 DL-OPER    PIC X(05).
           05 FILLER     PIC X(06).
       01 SNAP-HEAD.
           05 FILLER PIC X(04).
           05 FILLER PIC X(38) VALUE
              "AS AT     CLASS         OUTSTANDING   ".
           05 FILLER PIC X(38) VALUE
              "   DEMAND       PENAL  ST".
       01 SNAP-LINE.
           05 FILLER     PIC X(04).
           05 SN-DATE    PIC 9(08).
           05 FILLER     PIC X(02).
           05 SN-CLASS   PIC X(14).
           05 FILLER     PIC X(01).
           05 SN-OUT     PIC ZZ,ZZZ,ZZ9.
           05 FILLER     PIC X(02).
           05 SN-DUE     PIC ZZ,ZZZ,ZZ9.
           05 FILLER     PIC X(02).
           05 SN-PENAL   PIC ZZ,ZZZ,ZZ9.
           05 FILLER     PIC X(02).
           05 SN-STATUS  PIC X(01).
           05 FILLER     PIC X(01).
           05 SN-MARK    PIC X(06).
           05 FILLER     PIC X(07).
       01 JRN-LINE.
           05 FILLER     PIC X(04).
           05 JL-DATE    PIC 9(08).
           05 FILLER     PIC X(01).
           05 JL-TIME    PIC 9(06).
           05 FILLER     PIC X(02).
           05 JL-FILE    PIC X(05).
           05 FILLER     PIC X(01).
           05 JL-ACTION  PIC X(07).
           05 FILLER     PIC X(04) VALUE " BY ".
           05 JL-OPER    PIC X(05).
           05 FILLER     PIC X(02).
           05 JL-TEXT    PIC X(35).
       01 FLD-LINE.
           05 FILLER     PIC X(08).
           05 FL-NAME    PIC X(14).
           05 FILLER     PIC X(01).
           05 FL-BEF     PIC X(25).
           05 FILLER     PIC X(04) VALUE " -> ".
           05 FL-AFT     PIC X(25).
           05 FILLER     PIC X(03).
       01 INDEX-LINE.
           05 FILLER     PIC X(04).
           05 IX-NO      PIC ZZ9.
           05 FILLER     PIC X(02).
           05 IX-ACCT    PIC X(10).
           05 FILLER     PIC X(16) VALUE "  FROM LINE     ".
           05 IX-LINE    PIC ZZZZ9.
           05 FILLER     PIC X(40).
       01 CELL-HEAD.
           05 FILLER PIC X(04).
           05 FILLER PIC X(38) VALUE
              "BRANCH  BKT    SIZE  POPULATION   SAMP".
           05 FILLER PIC X(38) VALUE
              "LED".
       01 CELL-LINE.
           05 FILLER     PIC X(04).
           05 CL-BRANCH  PIC X(04).
           05 FILLER     PIC X(04).
           05 CL-BUCKET  PIC X(02).
           05 FILLER     PIC X(06).
           05 CL-BAND    PIC X(01).
           05 FILLER     PIC X(04).
           05 CL-POP     PIC Z,ZZZ,ZZ9.
           05 FILLER     PIC X(04).
           05 CL-TAKEN   PIC ZZ,ZZ9.
           05 FILLER     PIC X(36).
       01 TRAILER1.
           05 FILLER PIC X(02).
           05 TLABEL PIC X(36).
           05 TCOUNT PIC Z,ZZZ,ZZ9.
           05 FILLER PIC X(33).
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *    EACH ACCOUNT IN THE AUDIT SAMPLE GETS ONE PACK ON RPTREP
      *    UNDER THE AUDIT ID AND TODAY'S DATE - THE MASTER RECORDS,
      *    THE LEDGER, THE SCHEDULE, THE SANCTION AND MAKER-CHECKER
      *    TRAIL, THE DOCUMENTS HELD, THE SECURITY, THE MONTH-END
      *    CLASSIFICATION AND PROVISION, AND THE CHANGE JOURNAL - SO
      *    THE AUDITORS PAGE THROUGH IT ON RPTVIEW INSTEAD OF THE
      *    BRANCH PRINTING SCREENS. A RERUN UNDER THE SAME AUDIT ID
      *    ON THE SAME DAY REPLACES THE EARLIER PACKS.
           PERFORM 100-OPEN-PARA.
           IF WS-EOF = 'N'
               PERFORM 150-PARM-PARA
           END-IF.
           IF WS-EOF = 'N'
               PERFORM 180-PURGE-PARA
               PERFORM 200-HEADER-PARA
               IF WS-MODE-LIST
                   PERFORM 300-LIST-PARA UNTIL WS-EOF = 'Y'
               ELSE
                   PERFORM 320-SAMPLE-PARA
               END-IF
               PERFORM 390-TRAILER-PARA
           END-IF.
           PERFORM 400-CLOSE-PARA.
           DISPLAY "AUDPACK - " WS-PARM-AUDIT-ID
                   " PACKS: " WS-PACK-COUNT
                   " REJECTED: " WS-REJECT-COUNT
                   " LINES: " WS-LINE-NO.
           STOP RUN.

       100-OPEN-PARA.
           OPEN INPUT LOANFILE.
           IF FS3 = 00
               DISPLAY "LOANFILE OPEN SUCCESS"
           ELSE
               DISPLAY "LOANFILE OPEN FAILURE" FS3
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN I-O REPFILE.
           IF FS14 = 00
               DISPLAY "REPFILE OPEN SUCCESS"
           ELSE
               DISPLAY "REPFILE OPEN FAILURE" FS14
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN INPUT CUSTFILE.
           IF FS2 = 00
               DISPLAY "CUSTFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-CUST-OPEN
           ELSE
      *        EACH SECTION WHOSE FILE IS MISSING IS MARKED IN THE
      *        PACK AS NOT AVAILABLE - THE REST OF THE PACK STANDS.
               DISPLAY "CUSTFILE OPEN FAILURE" FS2
           END-IF.
           OPEN INPUT LEDGFILE.
           IF FS4 = 00
               DISPLAY "LEDGFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-LEDG-OPEN
           ELSE
               DISPLAY "LEDGFILE OPEN FAILURE" FS4
           END-IF.
           OPEN INPUT INSTFILE.
           IF FS5 = 00
               DISPLAY "INSTFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-INST-OPEN
           ELSE
               DISPLAY "INSTFILE OPEN FAILURE" FS5
           END-IF.
           OPEN INPUT PENDFILE.
           IF FS6 = 00
               DISPLAY "PENDFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-PEND-OPEN
           ELSE
               DISPLAY "PENDFILE OPEN FAILURE" FS6
           END-IF.
           OPEN INPUT APPQFILE.
           IF FS7 = 00
               DISPLAY "APPQFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-APPQ-OPEN
           ELSE
               DISPLAY "APPQFILE OPEN FAILURE" FS7
           END-IF.
           OPEN INPUT DOCFILE.
           IF FS8 = 00
               DISPLAY "DOCFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-DOC-OPEN
           ELSE
               DISPLAY "DOCFILE OPEN FAILURE" FS8
           END-IF.
           OPEN INPUT COLFILE.
           IF FS10 = 00
               DISPLAY "COLFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-COL-OPEN
           ELSE
               DISPLAY "COLFILE OPEN FAILURE" FS10
           END-IF.
           OPEN INPUT SNPFILE.
           IF FS11 = 00
               DISPLAY "SNPFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-SNP-OPEN
           ELSE
               DISPLAY "SNPFILE OPEN FAILURE" FS11
           END-IF.
           OPEN INPUT PRVFILE.
           IF FS12 = 00
               DISPLAY "PRVFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-PRV-OPEN
           ELSE
               DISPLAY "PRVFILE OPEN FAILURE" FS12
           END-IF.
           OPEN INPUT JHSFILE.
           IF FS13 = 00
               DISPLAY "JHSFILE OPEN SUCCESS"
               MOVE 'Y' TO WS-JHS-OPEN
           ELSE
               DISPLAY "JHSFILE OPEN FAILURE" FS13
           END-IF.
           OPEN INPUT RUNFILE.
           IF FS9 = 00
               MOVE 'BUSDATE ' TO RUN-JOB
               READ RUNFILE
               IF FS9 = 00
                   MOVE RUN-BUSDATE-N TO WS-BUS-DATE-N
               ELSE
                   DISPLAY "NO BUSINESS DATE ON RUNCTL"
                   MOVE 'Y' TO WS-EOF
               END-IF
               CLOSE RUNFILE
           ELSE
               DISPLAY "RUNFILE OPEN FAILURE" FS9
               MOVE 'Y' TO WS-EOF
           END-IF.

       150-PARM-PARA.
           ACCEPT WS-PARM-CARD FROM SYSIN.
           ACCEPT WS-D FROM DATE.
           MOVE WS-D(1:6) TO WS-DATE-NUM.
           COMPUTE WS-TODAY = 20000000 + WS-DATE-NUM.
           IF WS-PARM-AUDIT-ID = SPACES
               DISPLAY "AUDPACK - NO AUDIT ID ON THE PARM CARD"
               MOVE 'Y' TO WS-EOF
           ELSE IF WS-MODE-LIST
               OPEN INPUT EXTFILE
               IF FS1 = 00
                   DISPLAY "EXTFILE OPEN SUCCESS"
                   MOVE 'Y' TO WS-EXT-OPEN
               ELSE
                   DISPLAY "EXTFILE OPEN FAILURE" FS1
                   MOVE 'Y' TO WS-EOF
               END-IF
           ELSE IF WS-MODE-SAMPLE
               PERFORM 160-SAMPLE-PARM-PARA
           ELSE
               DISPLAY "AUDPACK - MODE MUST BE L OR S: "
                       WS-PARM-MODE
               MOVE 'Y' TO WS-EOF
           END-IF
           END-IF
           END-IF.

       160-SAMPLE-PARM-PARA.
           IF WS-PARM-PER-CELL(2:1) = SPACE
               MOVE WS-PARM-PER-CELL(1:1) TO WS-PARM-PER-CELL(2:1)
               MOVE '0' TO WS-PARM-PER-CELL(1:1)
           END-IF.
           IF WS-PARM-PER-CELL NOT NUMERIC
               OR WS-PARM-PER-CELL = '00'
               DISPLAY "AUDPACK - BAD ACCOUNTS PER CELL: "
                       WS-PARM-PER-CELL
               MOVE 'Y' TO WS-EOF
           ELSE
               MOVE WS-PARM-PER-CELL TO WS-PER-CELL
           END-IF.
           IF WS-PARM-SEED NUMERIC
               MOVE WS-PARM-SEED TO WS-SEED
           ELSE
               ACCEPT WS-CLOCK FROM TIME
               COMPUTE WS-SEED = WS-CLOCK + WS-DATE-NUM
           END-IF.
      *    THE GENERATOR RUNS MODULO 2147483647 AND MAY NOT START AT
      *    ZERO.
           DIVIDE WS-SEED BY 2147483646 GIVING WS-RAND-QUOT
               REMAINDER WS-SEED.
           ADD 1 TO WS-SEED.
           MOVE WS-SEED TO WS-START-SEED.

       180-PURGE-PARA.
      *    CLEAR ANY PACKS ALREADY FILED UNDER THIS AUDIT ID TODAY SO
      *    A SHORTER RERUN LEAVES NO STALE LINES BEHIND.
           MOVE WS-PARM-AUDIT-ID TO RPT-ID.
           MOVE WS-TODAY TO RPT-DATE-N.
           MOVE 0 TO RPT-LINE-NO.
           MOVE 'N' TO WS-SUB-EOF.
           START REPFILE KEY IS NOT LESS THAN RPT-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SUB-EOF
           END-START.
           PERFORM 185-PURGE-NEXT-PARA UNTIL WS-SUB-EOF = 'Y'.
           MOVE 00 TO FS14.
           IF WS-PURGE-COUNT > 0
               DISPLAY "AUDPACK - EARLIER LINES REPLACED: "
                       WS-PURGE-COUNT
           END-IF.

       185-PURGE-NEXT-PARA.
           READ REPFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-SUB-EOF
           NOT AT END
               IF RPT-ID NOT = WS-PARM-AUDIT-ID
                   OR RPT-DATE-N NOT = WS-TODAY
                   MOVE 'Y' TO WS-SUB-EOF
               ELSE
                   DELETE REPFILE RECORD
                   ADD 1 TO WS-PURGE-COUNT
               END-IF
           END-READ.

       200-HEADER-PARA.
           MOVE HEADER1 TO RPT-LINE.
           PERFORM 700-PUT-PARA.
           MOVE HEADER4 TO RPT-LINE.
           PERFORM 700-PUT-PARA.
           MOVE HEADER5 TO RPT-LINE.
           PERFORM 700-PUT-PARA.
           MOVE WS-PARM-AUDIT-ID TO HAUDIT.
           MOVE WS-BUS-DATE-N TO HBUSDATE.
           MOVE HEADER6 TO RPT-LINE.
           PERFORM 700-PUT-PARA.
           IF WS-MODE-LIST
               MOVE "ACCOUNTS LISTED BY THE AUDITORS" TO HMODE
               MOVE SPACES TO HSEED
               MOVE HEADER7 TO RPT-LINE
               PERFORM 700-PUT-PARA
           ELSE
               MOVE SPACES TO HMODE
               STRING "STRATIFIED SAMPLE, " WS-PER-CELL
                      " PER CELL" DELIMITED BY SIZE INTO HMODE
               MOVE WS-START-SEED TO HSEED
               MOVE HEADER7 TO RPT-LINE
               PERFORM 700-PUT-PARA
               MOVE HEADER8 TO RPT-LINE
               PERFORM 700-PUT-PARA
           END-IF.
           MOVE HEADER1 TO RPT-LINE.
           PERFORM 700-PUT-PARA.

       300-LIST-PARA.
           READ EXTFILE AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               IF EXT-ACCOUNT-NO NOT = SPACES
                   MOVE EXT-ACCOUNT-NO TO PLF-ACCOUNT-NO
                   READ LOANFILE
                   IF FS3 NOT = 00
                       DISPLAY "AUDPACK - NO SUCH ACCOUNT: "
                               EXT-ACCOUNT-NO
                       ADD 1 TO WS-REJECT-COUNT
                       MOVE 00 TO FS3
                   ELSE
                       PERFORM 500-PACK-PARA
                   END-IF
               END-IF
           END-READ.

       320-SAMPLE-PARA.
      *    PASS ONE COUNTS THE LIVE BOOK INTO ITS CELLS; PASS TWO
      *    WALKS THE BOOK AGAIN IN THE SAME ORDER AND DRAWS.
           PERFORM 330-COUNT-PARA UNTIL WS-EOF = 'Y'.
           MOVE 'N' TO WS-EOF.
           MOVE LOW-VALUES TO PLF-ACCOUNT-NO.
           START LOANFILE KEY IS NOT LESS THAN PLF-ACCOUNT-NO
               INVALID KEY
                   MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM 350-DRAW-PARA UNTIL WS-EOF = 'Y'.

       330-COUNT-PARA.
           READ LOANFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               IF NOT PLF-ACCT-DEAD
                   ADD 1 TO WS-LIVE-COUNT
                   PERFORM 340-CELL-PARA
                   IF WS-CELL-FULL = 'N'
                       ADD 1 TO WS-CELL-POP(WS-CX)
                   END-IF
               END-IF
           END-READ.

       340-CELL-PARA.
      *    THE ACCOUNT'S CELL - ITS BRANCH, ITS BUCKET ON TONIGHT'S
      *    SNAPSHOT (CURRENT WHEN IT HAS NONE) AND ITS SIZE BAND.
           MOVE PLF-BRANCH-CODE1 TO WS-THIS-BRANCH.
           MOVE 'C ' TO WS-THIS-BUCKET.
           IF WS-SNP-OPEN = 'Y'
               MOVE PLF-ACCOUNT-NO TO SNP-ACCOUNT-NO
               MOVE WS-BUS-DATE-N TO SNP-DATE-N
               READ SNPFILE
               IF FS11 = 00
                   MOVE SNP-BUCKET TO WS-THIS-BUCKET
               ELSE
                   MOVE 00 TO FS11
               END-IF
           END-IF.
           IF PLF-LOAN-AMT1 NOT > WS-BAND-SMALL
               MOVE 'S' TO WS-THIS-BAND
           ELSE IF PLF-LOAN-AMT1 NOT > WS-BAND-MEDIUM
               MOVE 'M' TO WS-THIS-BAND
           ELSE
               MOVE 'L' TO WS-THIS-BAND
           END-IF
           END-IF.
           MOVE 'N' TO WS-CELL-FULL.
           MOVE 1 TO WS-CX.
           PERFORM 345-CELL-FIND-PARA
               UNTIL WS-CX > WS-CELL-COUNT
                  OR WS-CELL-KEY(WS-CX) = WS-THIS-CELL.
           IF WS-CX > WS-CELL-COUNT
               IF WS-CELL-COUNT < 500
                   ADD 1 TO WS-CELL-COUNT
                   MOVE WS-CELL-COUNT TO WS-CX
                   MOVE WS-THIS-CELL TO WS-CELL-KEY(WS-CX)
                   MOVE 0 TO WS-CELL-POP(WS-CX)
                   MOVE 0 TO WS-CELL-SEEN(WS-CX)
                   MOVE 0 TO WS-CELL-TAKEN(WS-CX)
               ELSE
                   DISPLAY "AUDPACK - CELL TABLE FULL, NOT SAMPLED: "
                           PLF-ACCOUNT-NO
                   MOVE 'Y' TO WS-CELL-FULL
               END-IF
           END-IF.

       345-CELL-FIND-PARA.
           ADD 1 TO WS-CX.

       350-DRAW-PARA.
      *    SELECTION SAMPLING - WITH K STILL WANTED FROM THE N NOT YET
      *    SEEN IN THE CELL, THE ACCOUNT IS TAKEN WITH CHANCE K IN N.
           READ LOANFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               IF NOT PLF-ACCT-DEAD
                   PERFORM 340-CELL-PARA
                   IF WS-CELL-FULL = 'N'
                       COMPUTE WS-LEFT = WS-CELL-POP(WS-CX)
                                       - WS-CELL-SEEN(WS-CX)
                       COMPUTE WS-NEED = WS-PER-CELL
                                       - WS-CELL-TAKEN(WS-CX)
                       ADD 1 TO WS-CELL-SEEN(WS-CX)
                       IF WS-NEED > 0 AND WS-LEFT > 0
                           PERFORM 360-RANDOM-PARA
                           DIVIDE WS-SEED BY WS-LEFT
                               GIVING WS-RAND-QUOT
                               REMAINDER WS-PICK
                           IF WS-PICK < WS-NEED
                               ADD 1 TO WS-CELL-TAKEN(WS-CX)
                               PERFORM 500-PACK-PARA
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-READ.

       360-RANDOM-PARA.
      *    MULTIPLICATIVE CONGRUENTIAL GENERATOR, 16807 MODULO
      *    2147483647 - PLAIN ARITHMETIC, SO THE DRAW IS THE SAME ON
      *    ANY MACHINE FOR THE SAME SEED.
           COMPUTE WS-RAND-WORK = WS-SEED * 16807.
           DIVIDE WS-RAND-WORK BY 2147483647 GIVING WS-RAND-QUOT
               REMAINDER WS-SEED.

       390-TRAILER-PARA.
      *    THE PACK INDEX, THEN FOR A SAMPLE THE FRAME IT WAS DRAWN
      *    FROM, CELL BY CELL.
           MOVE HEADER1 TO RPT-LINE.
           PERFORM 700-PUT-PARA.
           MOVE "PACK INDEX" TO SECT-TITLE.
           MOVE SECTION-LINE TO RPT-LINE.
           PERFORM 700-PUT-PARA.
           PERFORM 392-INDEX-PARA VARYING WS-PX FROM 1 BY 1
               UNTIL WS-PX > WS-PACK-COUNT.
           IF WS-PACK-OVER > 0
               MOVE SPACES TO NOTE-LINE
               STRING "FURTHER PACKS NOT INDEXED: " WS-PACK-OVER
                   DELIMITED BY SIZE INTO NOTE-TEXT
               MOVE NOTE-LINE TO RPT-LINE
               PERFORM 700-PUT-PARA
           END-IF.
           IF WS-MODE-SAMPLE
               MOVE "SAMPLING FRAME - LIVE ACCOUNTS BY CELL"
                   TO SECT-TITLE
               MOVE SECTION-LINE TO RPT-LINE
               PERFORM 700-PUT-PARA
               MOVE CELL-HEAD TO RPT-LINE
               PERFORM 700-PUT-PARA
               PERFORM 394-CELL-LINE-PARA VARYING WS-CX FROM 1 BY 1
                   UNTIL WS-CX > WS-CELL-COUNT
               MOVE SPACES TO TRAILER1
               MOVE "LIVE ACCOUNTS IN THE FRAME" TO TLABEL
               MOVE WS-LIVE-COUNT TO TCOUNT
               MOVE TRAILER1 TO RPT-LINE
               PERFORM 700-PUT-PARA
               MOVE SPACES TO TRAILER1
               MOVE "CELLS" TO TLABEL
               MOVE WS-CELL-COUNT TO TCOUNT
               MOVE TRAILER1 TO RPT-LINE
               PERFORM 700-PUT-PARA
           END-IF.
           MOVE SPACES TO TRAILER1.
           MOVE "ACCOUNT PACKS FILED" TO TLABEL.
           COMPUTE TCOUNT = WS-PACK-COUNT + WS-PACK-OVER.
           MOVE TRAILER1 TO RPT-LINE.
           PERFORM 700-PUT-PARA.
           IF WS-MODE-LIST
               MOVE SPACES TO TRAILER1
               MOVE "LISTED ACCOUNTS NOT ON FILE" TO TLABEL
               MOVE WS-REJECT-COUNT TO TCOUNT
               MOVE TRAILER1 TO RPT-LINE
               PERFORM 700-PUT-PARA
           END-IF.
           MOVE HEADER1 TO RPT-LINE.
           PERFORM 700-PUT-PARA.

       392-INDEX-PARA.
           MOVE WS-PX TO IX-NO.
           MOVE WS-PACK-ACCOUNT(WS-PX) TO IX-ACCT.
           MOVE WS-PACK-LINE(WS-PX) TO IX-LINE.
           MOVE INDEX-LINE TO RPT-LINE.
           PERFORM 700-PUT-PARA.

       394-CELL-LINE-PARA.
           MOVE SPACES TO CELL-LINE.
           MOVE WS-CELL-BRANCH(WS-CX) TO CL-BRANCH.
           MOVE WS-CELL-BUCKET(WS-CX) TO CL-BUCKET.
           MOVE WS-CELL-BAND(WS-CX) TO CL-BAND.
           MOVE WS-CELL-POP(WS-CX) TO CL-POP.
           MOVE WS-CELL-TAKEN(WS-CX) TO CL-TAKEN.
           MOVE CELL-LINE TO RPT-LINE.
           PERFORM 700-PUT-PARA.

       400-CLOSE-PARA.
           CLOSE LOANFILE.
           CLOSE REPFILE.
           IF WS-EXT-OPEN = 'Y'
               CLOSE EXTFILE
           END-IF.
           IF WS-CUST-OPEN = 'Y'
               CLOSE CUSTFILE
           END-IF.
           IF WS-LEDG-OPEN = 'Y'
               CLOSE LEDGFILE
           END-IF.
           IF WS-INST-OPEN = 'Y'
               CLOSE INSTFILE
           END-IF.
           IF WS-PEND-OPEN = 'Y'
               CLOSE PENDFILE
           END-IF.
           IF WS-APPQ-OPEN = 'Y'
               CLOSE APPQFILE
           END-IF.
           IF WS-DOC-OPEN = 'Y'
               CLOSE DOCFILE
           END-IF.
           IF WS-COL-OPEN = 'Y'
               CLOSE COLFILE
           END-IF.
           IF WS-SNP-OPEN = 'Y'
               CLOSE SNPFILE
           END-IF.
           IF WS-PRV-OPEN = 'Y'
               CLOSE PRVFILE
           END-IF.
           IF WS-JHS-OPEN = 'Y'
               CLOSE JHSFILE
           END-IF.

       500-PACK-PARA.
           IF WS-PACK-COUNT < 999
               ADD 1 TO WS-PACK-COUNT
               MOVE PLF-ACCOUNT-NO TO WS-PACK-ACCOUNT(WS-PACK-COUNT)
               COMPUTE WS-PACK-LINE(WS-PACK-COUNT) = WS-LINE-NO + 1
           ELSE
               ADD 1 TO WS-PACK-OVER
           END-IF.
           MOVE HEADER1 TO RPT-LINE.
           PERFORM 700-PUT-PARA.
           COMPUTE PHNO = WS-PACK-COUNT + WS-PACK-OVER.
           MOVE PLF-ACCOUNT-NO TO PHACCT.
           MOVE PLF-CUST1-NO TO PHCUST.
           MOVE PLF-BRANCH-CODE1 TO PHBR.
           MOVE PACK-HEAD TO RPT-LINE.
           PERFORM 700-PUT-PARA.
           MOVE HEADER1 TO RPT-LINE.
           PERFORM 700-PUT-PARA.
           PERFORM 510-MASTER-PARA.
           PERFORM 520-LEDGER-PARA.
           PERFORM 530-SCHEDULE-PARA.
           PERFORM 540-SANCTION-PARA.
           PERFORM 550-DOCUMENT-PARA.
           PERFORM 560-SECURITY-PARA.
           PERFORM 570-CLASS-PARA.
           PERFORM 580-JOURNAL-PARA.

       510-MASTER-PARA.
           MOVE "A. CUSTOMER MASTER (PLF01)" TO SECT-TITLE.
           PERFORM 710-SECTION-PARA.
           IF WS-CUST-OPEN = 'N'
               PERFORM 720-NOT-AVAIL-PARA
           ELSE
               MOVE PLF-CUST1-NO TO PLF-CUST-NO
               READ CUSTFILE
               IF FS2 NOT = 00
                   MOVE 00 TO FS2
                   PERFORM 730-NONE-PARA
               ELSE
                   PERFORM 512-CUST-LINES-PARA
               END-IF
           END-IF.
           MOVE "A. LOAN ACCOUNT (PLF3)" TO SECT-TITLE.
           PERFORM 710-SECTION-PARA.
           PERFORM 514-LOAN-LINES-PARA.

       512-CUST-LINES-PARA.
           MOVE SPACES TO KV-LINE.
           MOVE "CUSTOMER NO" TO KV-LABEL1.
           MOVE PLF-CUST-NO TO KV-VALUE1.
           MOVE "NAME" TO KV-LABEL2.
           MOVE PLF-CUST-NAME TO KV-VALUE2.
           PERFORM 740-KV-PARA.
           MOVE "ADDRESS" TO KV-LABEL1.
           MOVE PLF-CUST-ADD TO KV-VALUE1.
           MOVE "CITY / STATE" TO KV-LABEL2.
           STRING PLF-CUST-CITY DELIMITED BY "  "
                  " " PLF-CUST-STATE DELIMITED BY SIZE
                  INTO KV-VALUE2.
           PERFORM 740-KV-PARA.
           MOVE "PHONE" TO KV-LABEL1.
           MOVE PLF-CUST-PHONE TO KV-VALUE1.
           MOVE "PAN" TO KV-LABEL2.
           MOVE PLF-PAN TO KV-VALUE2.
           PERFORM 740-KV-PARA.
           MOVE "STUDENT" TO KV-LABEL1.
           MOVE PLF-STU-NAME TO KV-VALUE1.
           MOVE "COLLEGE" TO KV-LABEL2.
           MOVE PLF-STU-COLLEGE TO KV-VALUE2.
           PERFORM 740-KV-PARA.
           MOVE "PROGRAM LEVEL" TO KV-LABEL1.
           MOVE PLF-PROG-LEVEL TO KV-VALUE1.
           MOVE "COURSE DATES" TO KV-LABEL2.
           STRING PLF-DOJ DELIMITED BY SIZE
                  "-" PLF-DOE DELIMITED BY SIZE
                  INTO KV-VALUE2.
           PERFORM 740-KV-PARA.
           MOVE "SANCTIONED" TO KV-LABEL1.
           MOVE PLF-LOAN-AMT TO WS-ED-AMT.
           MOVE WS-ED-AMT TO KV-VALUE1.
           MOVE "CUSTOMER STATUS" TO KV-LABEL2.
           MOVE PLF-STATUS TO KV-VALUE2.
           PERFORM 740-KV-PARA.
           MOVE "HOME BRANCH" TO KV-LABEL1.
           MOVE PLF-BRANCH-CODE TO KV-VALUE1.
           MOVE "SUBSIDY ELIGIBLE" TO KV-LABEL2.
           MOVE PLF-CSIS-ELIG TO KV-VALUE2.
           PERFORM 740-KV-PARA.

       514-LOAN-LINES-PARA.
           MOVE SPACES TO KV-LINE.
           MOVE "ACCOUNT NO" TO KV-LABEL1.
           MOVE PLF-ACCOUNT-NO TO KV-VALUE1.
           MOVE "ACCOUNT STATUS" TO KV-LABEL2.
           MOVE PLF-ACCT-STATUS TO KV-VALUE2.
           PERFORM 740-KV-PARA.
           MOVE "START DATE" TO KV-LABEL1.
           MOVE PLF-START-DATE TO KV-VALUE1.
           MOVE "EXPIRY DATE" TO KV-LABEL2.
           MOVE PLF-EXPIRY-DATE TO KV-VALUE2.
           PERFORM 740-KV-PARA.
           MOVE "OUTSTANDING" TO KV-LABEL1.
           MOVE PLF-LOAN-AMT1 TO WS-ED-AMT.
           MOVE WS-ED-AMT TO KV-VALUE1.
           MOVE "REPAID" TO KV-LABEL2.
           MOVE PLF-LOAN-PAID TO WS-ED-AMT.
           MOVE WS-ED-AMT TO KV-VALUE2.
           PERFORM 740-KV-PARA.
           MOVE "DEMAND" TO KV-LABEL1.
           IF PLF-DUE-AMOUNT NUMERIC
               MOVE PLF-DUE-AMOUNT TO WS-ED-AMT
           ELSE
               MOVE 0 TO WS-ED-AMT
           END-IF.
           MOVE WS-ED-AMT TO KV-VALUE1.
           MOVE "DUE DATE" TO KV-LABEL2.
           MOVE PLF-DUE-DATE TO KV-VALUE2.
           PERFORM 740-KV-PARA.
           MOVE "RATE" TO KV-LABEL1.
           IF PLF-INT-RATE-X NUMERIC AND PLF-INT-RATE-X > 0
               MOVE PLF-INT-RATE-X TO WS-ED-RATE
           ELSE
               MOVE PLF-INTEREST TO WS-ED-RATE
           END-IF.
           MOVE WS-ED-RATE TO KV-VALUE1.
           MOVE "INT COLLECTED" TO KV-LABEL2.
           IF PLF-INT-COLLECTED NUMERIC
               MOVE PLF-INT-COLLECTED TO WS-ED-AMT
           ELSE
               MOVE 0 TO WS-ED-AMT
           END-IF.
           MOVE WS-ED-AMT TO KV-VALUE2.
           PERFORM 740-KV-PARA.
           MOVE "PENAL" TO KV-LABEL1.
           IF PLF-PENAL-AMOUNT NUMERIC
               MOVE PLF-PENAL-AMOUNT TO WS-ED-AMT
           ELSE
               MOVE 0 TO WS-ED-AMT
           END-IF.
           MOVE WS-ED-AMT TO KV-VALUE1.
           MOVE "FEES BILLED" TO KV-LABEL2.
           IF PLF-FEE-BILLED NUMERIC
               MOVE PLF-FEE-BILLED TO WS-ED-AMT
           ELSE
               MOVE 0 TO WS-ED-AMT
           END-IF.
           MOVE WS-ED-AMT TO KV-VALUE2.
           PERFORM 740-KV-PARA.
           MOVE "FEES OPEN" TO KV-LABEL1.
           IF PLF-FEE-OPEN NUMERIC
               MOVE PLF-FEE-OPEN TO WS-ED-AMT
           ELSE
               MOVE 0 TO WS-ED-AMT
           END-IF.
           MOVE WS-ED-AMT TO KV-VALUE1.
           MOVE "BOUNCE FLAG" TO KV-LABEL2.
           MOVE PLF-BOUNCE-SW TO KV-VALUE2.
           PERFORM 740-KV-PARA.
           MOVE "BRANCH" TO KV-LABEL1.
           MOVE PLF-BRANCH-CODE1 TO KV-VALUE1.
           MOVE "LAST UPDATED BY" TO KV-LABEL2.
           MOVE PLF-LAST-OP TO KV-VALUE2.
           PERFORM 740-KV-PARA.

       520-LEDGER-PARA.
           MOVE "B. TRANSACTION LEDGER (PLF5)" TO SECT-TITLE.
           PERFORM 710-SECTION-PARA.
           IF WS-LEDG-OPEN = 'N'
               PERFORM 720-NOT-AVAIL-PARA
           ELSE
               MOVE LEDG-HEAD TO RPT-LINE
               PERFORM 700-PUT-PARA
               MOVE 0 TO WS-ROWS
               MOVE PLF-ACCOUNT-NO TO PLF5-ACCOUNT-NO
               MOVE 0 TO PLF5-TXN-DATE-N
               MOVE 0 TO PLF5-TXN-TIME
               MOVE 'N' TO WS-SUB-EOF
               START LEDGFILE KEY IS NOT LESS THAN PLF5-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SUB-EOF
               END-START
               PERFORM 522-LEDGER-NEXT-PARA UNTIL WS-SUB-EOF = 'Y'
               MOVE 00 TO FS4
               IF WS-ROWS = 0
                   PERFORM 730-NONE-PARA
               END-IF
           END-IF.

       522-LEDGER-NEXT-PARA.
           READ LEDGFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-SUB-EOF
           NOT AT END
               IF PLF5-ACCOUNT-NO NOT = PLF-ACCOUNT-NO
                   MOVE 'Y' TO WS-SUB-EOF
               ELSE
                   ADD 1 TO WS-ROWS
                   MOVE SPACES TO LEDG-LINE
                   MOVE PLF5-TXN-DATE TO LG-DATE
                   PERFORM 524-TXN-NAME-PARA
                   MOVE WS-TXN-DESC TO LG-TYPE
                   MOVE PLF5-TXN-AMOUNT TO LG-AMOUNT
                   MOVE PLF5-BALANCE-AFTER TO LG-BALANCE
                   MOVE PLF5-OPERATOR TO LG-OPER
                   IF PLF5-RCPT-NO NUMERIC AND PLF5-RCPT-NO > 0
                       MOVE PLF5-RCPT-NO TO LG-RCPT
                   END-IF
                   MOVE LEDG-LINE TO RPT-LINE
                   PERFORM 700-PUT-PARA
               END-IF
           END-READ.

       524-TXN-NAME-PARA.
           MOVE 1 TO WS-TX.
           PERFORM 526-TXN-FIND-PARA
               UNTIL WS-TX > 17
                  OR WS-TXN-CODE(WS-TX) = PLF5-TXN-TYPE.
           IF WS-TX > 17
               MOVE SPACES TO WS-TXN-DESC
               MOVE PLF5-TXN-TYPE TO WS-TXN-DESC(1:1)
           ELSE
               MOVE WS-TXN-NAME(WS-TX) TO WS-TXN-DESC
           END-IF.

       526-TXN-FIND-PARA.
           ADD 1 TO WS-TX.

       530-SCHEDULE-PARA.
           MOVE "C. REPAYMENT SCHEDULE (PLF6)" TO SECT-TITLE.
           PERFORM 710-SECTION-PARA.
           IF WS-INST-OPEN = 'N'
               PERFORM 720-NOT-AVAIL-PARA
           ELSE
               MOVE INST-HEAD TO RPT-LINE
               PERFORM 700-PUT-PARA
               MOVE 0 TO WS-ROWS
               MOVE PLF-ACCOUNT-NO TO PLF6-ACCOUNT-NO
               MOVE 0 TO PLF6-INST-NO
               MOVE 'N' TO WS-SUB-EOF
               START INSTFILE KEY IS NOT LESS THAN PLF6-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SUB-EOF
               END-START
               PERFORM 532-SCHEDULE-NEXT-PARA UNTIL WS-SUB-EOF = 'Y'
               MOVE 00 TO FS5
               IF WS-ROWS = 0
                   PERFORM 730-NONE-PARA
               END-IF
           END-IF.

       532-SCHEDULE-NEXT-PARA.
           READ INSTFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-SUB-EOF
           NOT AT END
               IF PLF6-ACCOUNT-NO NOT = PLF-ACCOUNT-NO
                   MOVE 'Y' TO WS-SUB-EOF
               ELSE
                   ADD 1 TO WS-ROWS
                   MOVE SPACES TO INST-LINE
                   MOVE PLF6-INST-NO TO IN-NO
                   MOVE PLF6-DUE-DATE TO IN-DUE
                   MOVE PLF6-EMI TO IN-EMI
                   MOVE PLF6-PRIN-PART TO IN-PRIN
                   MOVE PLF6-INT-PART TO IN-INT
                   MOVE PLF6-PAID-AMT TO IN-PAID
                   IF PLF6-PAID
                       MOVE "PAID" TO IN-STATUS
                   ELSE IF PLF6-PART-PAID
                       MOVE "PART PAID" TO IN-STATUS
                   ELSE
                       MOVE "OPEN" TO IN-STATUS
                   END-IF
                   END-IF
                   MOVE INST-LINE TO RPT-LINE
                   PERFORM 700-PUT-PARA
               END-IF
           END-READ.

       540-SANCTION-PARA.
      *    THE SANCTION ITSELF FROM PLFPND (CAPTURED BY THE MAKER,
      *    PASSED BY THE CHECKER), THEN EVERY MAKER-CHECKER ITEM THE
      *    ACCOUNT HAS PUT THROUGH APPQUE SINCE.
           MOVE "D. SANCTION AND APPROVALS (PLFPND / APPQUE)"
               TO SECT-TITLE.
           PERFORM 710-SECTION-PARA.
           IF WS-PEND-OPEN = 'N'
               PERFORM 720-NOT-AVAIL-PARA
           ELSE
               MOVE PLF-ACCOUNT-NO TO APP-ACCOUNT-NO
               READ PENDFILE
               IF FS6 NOT = 00
                   MOVE 00 TO FS6
                   MOVE SPACES TO NOTE-LINE
                   MOVE "NO SANCTION RECORD ON PLFPND" TO NOTE-TEXT
                   MOVE NOTE-LINE TO RPT-LINE
                   PERFORM 700-PUT-PARA
               ELSE
                   MOVE "SANCTION" TO AQ-TYPE
                   MOVE PLF-LOAN-AMT1 TO AQ-AMOUNT
                   MOVE APP-MAKER TO AQ-MAKER
                   MOVE APP-CHECKER TO AQ-CHECKER
                   MOVE APP-DATE TO AQ-DATE
                   IF APP-APPROVED
                       MOVE "APPROVED" TO AQ-STATUS
                   ELSE IF APP-REJECTED
                       MOVE "REJECTED" TO AQ-STATUS
                   ELSE
                       MOVE "PENDING" TO AQ-STATUS
                   END-IF
                   END-IF
                   MOVE APQ-LINE TO RPT-LINE
                   PERFORM 700-PUT-PARA
                   IF APP-REASON NOT = SPACES
                       MOVE SPACES TO NOTE-LINE
                       STRING "REASON: " APP-REASON
                           DELIMITED BY SIZE INTO NOTE-TEXT
                       MOVE NOTE-LINE TO RPT-LINE
                       PERFORM 700-PUT-PARA
                   END-IF
               END-IF
           END-IF.
           IF WS-APPQ-OPEN = 'N'
               PERFORM 720-NOT-AVAIL-PARA
           ELSE
               MOVE PLF-ACCOUNT-NO TO PND-ACCOUNT-NO
               MOVE LOW-VALUES TO PND-TYPE
               MOVE 'N' TO WS-SUB-EOF
               START APPQFILE KEY IS NOT LESS THAN PND-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SUB-EOF
               END-START
               PERFORM 542-APPQ-NEXT-PARA UNTIL WS-SUB-EOF = 'Y'
               MOVE 00 TO FS7
           END-IF.

       542-APPQ-NEXT-PARA.
           READ APPQFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-SUB-EOF
           NOT AT END
               IF PND-ACCOUNT-NO NOT = PLF-ACCOUNT-NO
                   MOVE 'Y' TO WS-SUB-EOF
               ELSE
                   PERFORM 544-PND-TYPE-PARA
                   MOVE PND-AMOUNT TO AQ-AMOUNT
                   MOVE PND-MAKER TO AQ-MAKER
                   MOVE PND-CHECKER TO AQ-CHECKER
                   MOVE PND-DATE TO AQ-DATE
                   IF PND-APPROVED
                       MOVE "APPROVED" TO AQ-STATUS
                   ELSE IF PND-REJECTED
                       MOVE "REJECTED" TO AQ-STATUS
                   ELSE
                       MOVE "QUEUED" TO AQ-STATUS
                   END-IF
                   END-IF
                   MOVE APQ-LINE TO RPT-LINE
                   PERFORM 700-PUT-PARA
               END-IF
           END-READ.

       544-PND-TYPE-PARA.
           IF PND-FORECLOSE
               MOVE "FORECLOSURE" TO AQ-TYPE
           ELSE IF PND-CLOSE
               MOVE "CLOSURE" TO AQ-TYPE
           ELSE IF PND-PAYMENT
               MOVE "PAYMENT" TO AQ-TYPE
           ELSE IF PND-REFUND
               MOVE "REFUND" TO AQ-TYPE
           ELSE IF PND-BRXFER
               MOVE "BRANCH XFER" TO AQ-TYPE
           ELSE IF PND-FREEZE
               MOVE "FREEZE" TO AQ-TYPE
           ELSE IF PND-WAIVER
               MOVE "WAIVER" TO AQ-TYPE
           ELSE
               MOVE PND-TYPE TO AQ-TYPE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       550-DOCUMENT-PARA.
           MOVE "E. DOCUMENTS HELD (DOCF)" TO SECT-TITLE.
           PERFORM 710-SECTION-PARA.
           IF WS-DOC-OPEN = 'N'
               PERFORM 720-NOT-AVAIL-PARA
           ELSE
               MOVE 0 TO WS-ROWS
               MOVE PLF-ACCOUNT-NO TO DOC-ACCOUNT-NO
               MOVE LOW-VALUES TO DOC-CODE
               MOVE 'N' TO WS-SUB-EOF
               START DOCFILE KEY IS NOT LESS THAN DOC-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SUB-EOF
               END-START
               PERFORM 552-DOCUMENT-NEXT-PARA UNTIL WS-SUB-EOF = 'Y'
               MOVE 00 TO FS8
               IF WS-ROWS = 0
                   PERFORM 730-NONE-PARA
               END-IF
           END-IF.

       552-DOCUMENT-NEXT-PARA.
           READ DOCFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-SUB-EOF
           NOT AT END
               IF DOC-ACCOUNT-NO NOT = PLF-ACCOUNT-NO
                   MOVE 'Y' TO WS-SUB-EOF
               ELSE
                   ADD 1 TO WS-ROWS
                   MOVE SPACES TO DOC-LINE
                   MOVE DOC-CODE TO DL-CODE
                   MOVE DOC-DESC TO DL-DESC
                   IF DOC-MANDATORY
                       MOVE "MANDATORY" TO DL-MAND
                   ELSE
                       MOVE "OPTIONAL" TO DL-MAND
                   END-IF
                   IF DOC-HELD
                       MOVE "HELD" TO DL-HELD
                       MOVE DOC-RECV-DATE TO DL-RECV
                       MOVE DOC-OPERATOR TO DL-OPER
                   ELSE
                       MOVE "OUTSTANDING" TO DL-HELD
                   END-IF
                   MOVE DOC-LINE TO RPT-LINE
                   PERFORM 700-PUT-PARA
               END-IF
           END-READ.

       560-SECURITY-PARA.
           MOVE "F. COLLATERAL AND VALUATION (PLF8)" TO SECT-TITLE.
           PERFORM 710-SECTION-PARA.
           IF WS-COL-OPEN = 'N'
               PERFORM 720-NOT-AVAIL-PARA
           ELSE
               MOVE PLF-ACCOUNT-NO TO COL-ACCOUNT-NO
               READ COLFILE
               IF FS10 NOT = 00
                   MOVE 00 TO FS10
                   PERFORM 730-NONE-PARA
               ELSE
                   MOVE SPACES TO KV-LINE
                   MOVE "SECURITY" TO KV-LABEL1
                   IF COL-PROPERTY
                       MOVE "PROPERTY" TO KV-VALUE1
                   ELSE IF COL-DEPOSIT
                       MOVE "DEPOSIT" TO KV-VALUE1
                   ELSE
                       MOVE "OTHER" TO KV-VALUE1
                   END-IF
                   END-IF
                   MOVE "DESCRIPTION" TO KV-LABEL2
                   MOVE COL-DESC TO KV-VALUE2
                   PERFORM 740-KV-PARA
                   MOVE "VALUATION" TO KV-LABEL1
                   MOVE COL-VALUE TO WS-ED-AMT
                   MOVE WS-ED-AMT TO KV-VALUE1
                   MOVE "VALUED ON" TO KV-LABEL2
                   MOVE COL-VAL-DATE TO KV-VALUE2
                   PERFORM 740-KV-PARA
                   MOVE "RELEASE" TO KV-LABEL1
                   IF COL-RELEASED
                       MOVE "RELEASED" TO KV-VALUE1
                       MOVE "RELEASED BY" TO KV-LABEL2
                       MOVE COL-REL-BY TO KV-VALUE2
                   ELSE IF COL-REL-DUE
                       MOVE "DUE BACK" TO KV-VALUE1
                   ELSE
                       MOVE "HELD" TO KV-VALUE1
                   END-IF
                   END-IF
                   PERFORM 740-KV-PARA
               END-IF
           END-IF.

       570-CLASS-PARA.
      *    EVERY MONTH-END POSITION ON SNAPF, AND THE LATEST NIGHT'S
      *    WHEN THAT IS NOT ITSELF A MONTH-END, THEN THE PROVISION
      *    REGISTER AS PROVCLC LAST LEFT IT.
           MOVE "G. CLASSIFICATION HISTORY (SNAPF)" TO SECT-TITLE.
           PERFORM 710-SECTION-PARA.
           IF WS-SNP-OPEN = 'N'
               PERFORM 720-NOT-AVAIL-PARA
           ELSE
               MOVE SNAP-HEAD TO RPT-LINE
               PERFORM 700-PUT-PARA
               MOVE 0 TO WS-ROWS
               MOVE 'N' TO WS-LAST-SNAP
               MOVE PLF-ACCOUNT-NO TO SNP-ACCOUNT-NO
               MOVE 0 TO SNP-DATE-N
               MOVE 'N' TO WS-SUB-EOF
               START SNPFILE KEY IS NOT LESS THAN SNP-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SUB-EOF
               END-START
               PERFORM 572-CLASS-NEXT-PARA UNTIL WS-SUB-EOF = 'Y'
               MOVE 00 TO FS11
               IF WS-LAST-SNAP = 'Y'
                   MOVE WS-HELD-SNAP TO SNPREC1
                   PERFORM 574-SNAP-LINE-PARA
                   MOVE "LATEST" TO SN-MARK
                   MOVE SNAP-LINE TO RPT-LINE
                   PERFORM 700-PUT-PARA
               END-IF
               IF WS-ROWS = 0
                   PERFORM 730-NONE-PARA
               END-IF
           END-IF.
           MOVE "G. PROVISION (PRVREG)" TO SECT-TITLE.
           PERFORM 710-SECTION-PARA.
           IF WS-PRV-OPEN = 'N'
               PERFORM 720-NOT-AVAIL-PARA
           ELSE
               MOVE PLF-ACCOUNT-NO TO PRV-ACCOUNT-NO
               READ PRVFILE
               IF FS12 NOT = 00
                   MOVE 00 TO FS12
                   PERFORM 730-NONE-PARA
               ELSE
                   PERFORM 576-PROVISION-PARA
               END-IF
           END-IF.

       572-CLASS-NEXT-PARA.
           READ SNPFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-SUB-EOF
           NOT AT END
               IF SNP-ACCOUNT-NO NOT = PLF-ACCOUNT-NO
                   MOVE 'Y' TO WS-SUB-EOF
               ELSE IF SNP-MONTH-END
                   MOVE 'N' TO WS-LAST-SNAP
                   ADD 1 TO WS-ROWS
                   PERFORM 574-SNAP-LINE-PARA
                   MOVE SNAP-LINE TO RPT-LINE
                   PERFORM 700-PUT-PARA
               ELSE
                   MOVE 'Y' TO WS-LAST-SNAP
                   MOVE SNPREC1 TO WS-HELD-SNAP
               END-IF
               END-IF
           END-READ.

       574-SNAP-LINE-PARA.
           MOVE SPACES TO SNAP-LINE.
           MOVE SNP-DATE-N TO SN-DATE.
           IF SNP-BUCKET = '30'
               MOVE "1-30 DAYS" TO SN-CLASS
           ELSE IF SNP-BUCKET = '60'
               MOVE "31-60 DAYS" TO SN-CLASS
           ELSE IF SNP-BUCKET = '90'
               MOVE "90+ DAYS NPA" TO SN-CLASS
           ELSE IF SNP-BUCKET = 'M '
               MOVE "MORATORIUM" TO SN-CLASS
           ELSE IF SNP-BUCKET = 'R '
               MOVE "RESTRUCTURED" TO SN-CLASS
           ELSE
               MOVE "CURRENT" TO SN-CLASS
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           MOVE SNP-OUTSTANDING TO SN-OUT.
           MOVE SNP-DUE-AMOUNT TO SN-DUE.
           MOVE SNP-PENAL TO SN-PENAL.
           MOVE SNP-STATUS TO SN-STATUS.

       576-PROVISION-PARA.
           MOVE SPACES TO KV-LINE.
           MOVE "CLASS" TO KV-LABEL1.
           IF PRV-CL-CURRENT
               MOVE "STANDARD" TO KV-VALUE1
           ELSE IF PRV-CL-B30
               MOVE "1-30 DAYS" TO KV-VALUE1
           ELSE IF PRV-CL-B60
               MOVE "31-60 DAYS" TO KV-VALUE1
           ELSE IF PRV-CL-B90
               MOVE "90+ DAYS NPA" TO KV-VALUE1
           ELSE IF PRV-CL-RESTRUCT
               MOVE "RESTRUCTURED" TO KV-VALUE1
           ELSE
               MOVE PRV-CLASS TO KV-VALUE1
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           MOVE "MEASURED ON" TO KV-LABEL2.
           MOVE PRV-DATE-N TO KV-VALUE2.
           PERFORM 740-KV-PARA.
           MOVE "OUTSTANDING" TO KV-LABEL1.
           MOVE PRV-OUTSTANDING TO WS-ED-AMT.
           MOVE WS-ED-AMT TO KV-VALUE1.
           MOVE "RATE PCT" TO KV-LABEL2.
           MOVE PRV-PCT TO WS-ED-RATE.
           MOVE WS-ED-RATE TO KV-VALUE2.
           PERFORM 740-KV-PARA.
           MOVE "PRIOR PROVISION" TO KV-LABEL1.
           MOVE PRV-PRIOR-AMT TO WS-ED-AMT.
           MOVE WS-ED-AMT TO KV-VALUE1.
           MOVE "NOW REQUIRED" TO KV-LABEL2.
           MOVE PRV-CURR-AMT TO WS-ED-AMT.
           MOVE WS-ED-AMT TO KV-VALUE2.
           PERFORM 740-KV-PARA.

       580-JOURNAL-PARA.
      *    EVERY CHANGE ON FILE TO THE LOAN ACCOUNT, THEN TO ITS
      *    CUSTOMER, EACH WITH THE FIELDS IT ALTERED.
           MOVE "H. CHANGE JOURNAL (JRNHST)" TO SECT-TITLE.
           PERFORM 710-SECTION-PARA.
           IF WS-JHS-OPEN = 'N'
               PERFORM 720-NOT-AVAIL-PARA
           ELSE
               MOVE 0 TO WS-ROWS
               MOVE PLF-ACCOUNT-NO TO WS-JHS-REF
               PERFORM 582-JOURNAL-REF-PARA
               IF PLF-CUST1-NO NOT = PLF-ACCOUNT-NO
                   MOVE PLF-CUST1-NO TO WS-JHS-REF
                   PERFORM 582-JOURNAL-REF-PARA
               END-IF
               IF WS-ROWS = 0
                   PERFORM 730-NONE-PARA
               END-IF
           END-IF.

       582-JOURNAL-REF-PARA.
           MOVE WS-JHS-REF TO JHS-REF.
           MOVE 0 TO JHS-DATE-N.
           MOVE 0 TO JHS-TIME.
           MOVE 0 TO JHS-SEQ.
           MOVE 'N' TO WS-SUB-EOF.
           START JHSFILE KEY IS NOT LESS THAN JHS-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SUB-EOF
           END-START.
           PERFORM 584-JOURNAL-NEXT-PARA UNTIL WS-SUB-EOF = 'Y'.
           MOVE 00 TO FS13.

       584-JOURNAL-NEXT-PARA.
           READ JHSFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-SUB-EOF
           NOT AT END
               IF JHS-REF NOT = WS-JHS-REF
                   MOVE 'Y' TO WS-SUB-EOF
               ELSE
                   ADD 1 TO WS-ROWS
                   PERFORM 586-JOURNAL-ENTRY-PARA
               END-IF
           END-READ.

       586-JOURNAL-ENTRY-PARA.
           MOVE SPACES TO JL-TEXT.
           MOVE JHS-DATE-N TO JL-DATE.
           MOVE JHS-TIME TO JL-TIME.
           MOVE JHS-FILE-ID TO JL-FILE.
           MOVE JHS-OPERATOR TO JL-OPER.
           MOVE JHS-BEFORE TO WS-BEF-IMAGE.
           MOVE JHS-AFTER TO WS-AFT-IMAGE.
           IF JHS-ACTION = 'W'
               MOVE "WRITE" TO JL-ACTION
           ELSE IF JHS-ACTION = 'R'
               MOVE "REWRITE" TO JL-ACTION
           ELSE IF JHS-ACTION = 'D'
               MOVE "DELETE" TO JL-ACTION
           ELSE
               MOVE JHS-ACTION TO JL-ACTION
           END-IF
           END-IF
           END-IF.
           IF WS-BEF-IMAGE = LOW-VALUES
               MOVE "RECORD CREATED" TO JL-TEXT
           ELSE IF JHS-ACTION = 'D'
               MOVE "RECORD REMOVED" TO JL-TEXT
           END-IF
           END-IF.
           MOVE JRN-LINE TO RPT-LINE.
           PERFORM 700-PUT-PARA.
           IF WS-BEF-IMAGE NOT = LOW-VALUES AND JHS-ACTION NOT = 'D'
               IF JHS-FILE-ID = 'PLF01'
                   MOVE 1 TO WS-FX-FROM
                   MOVE 18 TO WS-FX-TO
               ELSE
                   MOVE 19 TO WS-FX-FROM
                   MOVE 37 TO WS-FX-TO
               END-IF
               PERFORM 588-FIELD-PARA VARYING WS-FX FROM WS-FX-FROM
                   BY 1 UNTIL WS-FX > WS-FX-TO
           END-IF.

       588-FIELD-PARA.
           IF WS-BEF-IMAGE(WS-FLD-POS(WS-FX):WS-FLD-LEN(WS-FX))
              NOT = WS-AFT-IMAGE(WS-FLD-POS(WS-FX):WS-FLD-LEN(WS-FX))
               MOVE WS-FLD-NAME(WS-FX) TO FL-NAME
               MOVE WS-BEF-IMAGE(WS-FLD-POS(WS-FX):WS-FLD-LEN(WS-FX))
                   TO FL-BEF
               MOVE WS-AFT-IMAGE(WS-FLD-POS(WS-FX):WS-FLD-LEN(WS-FX))
                   TO FL-AFT
               MOVE FLD-LINE TO RPT-LINE
               PERFORM 700-PUT-PARA
           END-IF.

       700-PUT-PARA.
      *    ONE PRINT LINE ONTO RPTREP UNDER THE AUDIT ID.
           IF WS-LINE-NO < 99999
               ADD 1 TO WS-LINE-NO
               MOVE WS-PARM-AUDIT-ID TO RPT-ID
               MOVE WS-TODAY TO RPT-DATE-N
               MOVE WS-LINE-NO TO RPT-LINE-NO
               WRITE REPREC
               IF FS14 NOT = 00
                   DISPLAY "REPFILE WRITE FAILURE" FS14 " LINE "
                           WS-LINE-NO
                   MOVE 00 TO FS14
               END-IF
           ELSE IF WS-LINE-FULL = 'N'
               DISPLAY "AUDPACK - LINE LIMIT REACHED, RUN TRUNCATED"
               MOVE 'Y' TO WS-LINE-FULL
           END-IF
           END-IF.

       710-SECTION-PARA.
           MOVE SPACES TO RPT-LINE.
           PERFORM 700-PUT-PARA.
           MOVE SECTION-LINE TO RPT-LINE.
           PERFORM 700-PUT-PARA.

       720-NOT-AVAIL-PARA.
           MOVE SPACES TO NOTE-LINE.
           MOVE "FILE NOT AVAILABLE TO THIS RUN" TO NOTE-TEXT.
           MOVE NOTE-LINE TO RPT-LINE.
           PERFORM 700-PUT-PARA.

       730-NONE-PARA.
           MOVE SPACES TO NOTE-LINE.
           MOVE "NONE ON FILE" TO NOTE-TEXT.
           MOVE NOTE-LINE TO RPT-LINE.
           PERFORM 700-PUT-PARA.

       740-KV-PARA.
           MOVE KV-LINE TO RPT-LINE.
           PERFORM 700-PUT-PARA.
           MOVE SPACES TO KV-LINE.
