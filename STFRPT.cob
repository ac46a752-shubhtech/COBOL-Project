       IDENTIFICATION DIVISION.
       PROGRAM-ID. STFRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNPFILE ASSIGN TO DD1
           ORGANIZATION IS INDEXED
           RECORD KEY IS SNP-KEY
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS1.
           SELECT LOANFILE ASSIGN TO DD2
           ORGANIZATION IS INDEXED
           RECORD KEY IS PLF-ACCOUNT-NO
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS2.
           SELECT STFFILE ASSIGN TO DD3
           ORGANIZATION IS INDEXED
           RECORD KEY IS STF-KEY
           ACCESS MODE IS DYNAMIC
           FILE STATUS IS FS3.
           SELECT OUTFILE ASSIGN TO DD4
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS4.
           SELECT RUNFILE ASSIGN TO DD9
           ORGANIZATION IS INDEXED
           RECORD KEY IS RUN-JOB
           ACCESS MODE IS RANDOM
           FILE STATUS IS FS9.
       DATA DIVISION.
       FILE SECTION.

       FD SNPFILE.
       01 SNPREC1.
              COPY SNPREC.
       FD LOANFILE.
       01 LOANREC.
              COPY PLF3REC.
       FD STFFILE.
       01 STFREC1.
              COPY STFREC.
       FD OUTFILE.
      *  THE VIGILANCE CELL'S MONTHLY LIST - EVERY LIVE LOAN WHOSE
      *  OWNING CUSTOMER IS AN OPERATOR OR A RELATIVE THEY HAVE
      *  DECLARED, ONE LINE PER LINKED OPERATOR, AS THE ACCOUNT STOOD
      *  AT THE REPORT MONTH-END: OUTSTANDING, DEMAND AND THE AGEING
      *  BUCKET. OVERDUE ACCOUNTS ARE STARRED AND COUNTED SEPARATELY.
       01 OUTREC                       PIC X(80).
       FD RUNFILE.
       01 RUNREC1.
              COPY RUNREC.
       WORKING-STORAGE SECTION.
       01 FS1            PIC 9(02) VALUE 0.
       01 FS2            PIC 9(02) VALUE 0.
       01 FS3            PIC 9(02) VALUE 0.
       01 FS4            PIC 9(02) VALUE 0.
       01 FS9            PIC 9(02) VALUE 0.
       01 WS-EOF         PIC X(01) VALUE 'N'.
       01 WS-STF-EOF     PIC X(01) VALUE 'N'.
       01 WS-BUS-DATE-N  PIC 9(08) VALUE 0.
      *  SYSIN CARD, OPTIONAL - THE REPORT MONTH YYYYMM (DEFAULT THE
      *  BUSINESS-DATE MONTH, THE RUN FOLLOWING THE MONTH-END
      *  SNAPEOD).
       01 WS-PARM-CARD.
           05 WS-PARM-MONTH  PIC X(06) VALUE SPACES.
           05 FILLER         PIC X(74) VALUE SPACES.
       01 WS-RPT-MONTH   PIC X(06) VALUE SPACES.
       01 WS-LINKED      PIC X(01) VALUE 'N'.
       01 WS-OVERDUE     PIC X(01) VALUE 'N'.
       01 WS-SNAP-COUNT  PIC 9(07) VALUE 0.
       01 WS-ACCT-COUNT  PIC 9(05) VALUE 0.
       01 WS-LINE-COUNT  PIC 9(05) VALUE 0.
       01 WS-OVD-COUNT   PIC 9(05) VALUE 0.
       01 WS-NPA-COUNT   PIC 9(05) VALUE 0.
       01 WS-NOACCT-COUNT PIC 9(05) VALUE 0.
       01 WS-OUT-TOTAL   PIC 9(11) VALUE 0.
       01 WS-OVD-TOTAL   PIC 9(11) VALUE 0.

       01 HEADER1.
           05 FILLER PIC X(80) VALUE ALL "*".
       01 HEADER4.
           05 FILLER PIC X(20).
           05 FILLER PIC X(40) VALUE "STATE BANK OF INDIA".
           05 FILLER PIC X(20).
       01 HEADER5.
           05 FILLER PIC X(14).
           05 FILLER PIC X(52) VALUE
              "STAFF AND RELATED-PARTY ACCOUNTS - VIGILANCE CELL".
           05 FILLER PIC X(14).
       01 HEADER6.
           05 FILLER PIC X(02).
           05 FILLER PIC X(15) VALUE "REPORT MONTH : ".
           05 HMONTH PIC X(06).
           05 FILLER PIC X(57).
       01 HEADER7.
           05 FILLER PIC X(02).
           05 FILLER PIC X(11) VALUE "ACCOUNT".
           05 FILLER PIC X(11) VALUE "CUSTOMER".
           05 FILLER PIC X(06) VALUE "OPER".
           05 FILLER PIC X(05) VALUE "REL".
           05 FILLER PIC X(05) VALUE "BRCH".
           05 FILLER PIC X(11) VALUE "OUTSTANDING".
           05 FILLER PIC X(11) VALUE "     DEMAND".
           05 FILLER PIC X(18) VALUE " STATUS".
       01 DETAIL-LINE.
           05 DMARK         PIC X(02).
           05 DACCOUNT      PIC X(10).
           05 FILLER        PIC X(01).
           05 DCUST         PIC X(10).
           05 FILLER        PIC X(01).
           05 DOPID         PIC X(05).
           05 FILLER        PIC X(01).
           05 DREL          PIC X(04).
           05 FILLER        PIC X(01).
           05 DBRANCH       PIC X(04).
           05 FILLER        PIC X(01).
           05 DOUTSTANDING  PIC ZZ,ZZZ,ZZ9.
           05 FILLER        PIC X(01).
           05 DDUE          PIC ZZ,ZZZ,ZZ9.
           05 FILLER        PIC X(01).
           05 DSTATUS       PIC X(12).
           05 FILLER        PIC X(06).
       01 TRAILER1.
           05 FILLER PIC X(02).
           05 TLABEL PIC X(36).
           05 TCOUNT PIC ZZ,ZZ9.
           05 FILLER PIC X(04).
           05 TAMOUNT PIC Z,ZZZ,ZZZ,ZZ9.
           05 FILLER PIC X(19).
       PROCEDURE DIVISION.
       000-MAIN-PARA.
      *    THE MONTH-END SNAPSHOT IS WALKED IN ACCOUNT ORDER AND EACH
      *    REPORT-MONTH POSITION IS LOOKED UP ON STFLNK THROUGH THE
      *    OWNING CUSTOMER - EVERY OPERATOR LINKED TO THAT CUSTOMER
      *    GETS A LINE.
           PERFORM 100-OPEN-PARA.
           PERFORM 150-PARM-PARA.
           IF WS-EOF = 'N'
               PERFORM 200-HEADER-PARA
               PERFORM 300-READ-PARA UNTIL WS-EOF = 'Y'
               PERFORM 390-TRAILER-PARA
           END-IF.
           PERFORM 400-CLOSE-PARA.
           DISPLAY "STFRPT - MONTH-END POSITIONS: " WS-SNAP-COUNT
                   " STAFF ACCOUNTS: " WS-ACCT-COUNT
                   " OVERDUE: " WS-OVD-COUNT
                   " NOT ON PLF3: " WS-NOACCT-COUNT.
           STOP RUN.

       100-OPEN-PARA.
           OPEN INPUT SNPFILE.
           IF FS1 = 00
               DISPLAY "SNPFILE OPEN SUCCESS"
           ELSE
               DISPLAY "SNPFILE OPEN FAILURE" FS1
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN INPUT LOANFILE.
           IF FS2 = 00
               DISPLAY "LOANFILE OPEN SUCCESS"
           ELSE
               DISPLAY "LOANFILE OPEN FAILURE" FS2
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN INPUT STFFILE.
           IF FS3 = 00
               DISPLAY "STFFILE OPEN SUCCESS"
           ELSE
               DISPLAY "STFFILE OPEN FAILURE" FS3
               MOVE 'Y' TO WS-EOF
           END-IF.
           OPEN OUTPUT OUTFILE.
           IF FS4 = 00
               DISPLAY "OUTFILE OPEN SUCCESS"
           ELSE
               DISPLAY "OUTFILE OPEN FAILURE" FS4
               MOVE 'Y' TO WS-EOF
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
           MOVE WS-BUS-DATE-N(1:6) TO WS-RPT-MONTH.
           IF WS-PARM-MONTH NUMERIC
               MOVE WS-PARM-MONTH TO WS-RPT-MONTH
           END-IF.

       200-HEADER-PARA.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM HEADER4.
           WRITE OUTREC FROM HEADER5.
           MOVE WS-RPT-MONTH TO HMONTH.
           WRITE OUTREC FROM HEADER6.
           WRITE OUTREC FROM HEADER1.
           WRITE OUTREC FROM HEADER7.
           WRITE OUTREC FROM HEADER1.

       300-READ-PARA.
           READ SNPFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
               IF SNP-MONTH-END
                   AND SNP-DATE-N(1:6) = WS-RPT-MONTH
                   ADD 1 TO WS-SNAP-COUNT
                   PERFORM 310-ACCOUNT-PARA
               END-IF
           END-READ.

       310-ACCOUNT-PARA.
           MOVE SNP-ACCOUNT-NO TO PLF-ACCOUNT-NO.
           READ LOANFILE.
           IF FS2 NOT = 00
               ADD 1 TO WS-NOACCT-COUNT
               MOVE 00 TO FS2
           ELSE
               MOVE 'N' TO WS-LINKED
               MOVE 'N' TO WS-STF-EOF
               MOVE PLF-CUST1-NO TO STF-CUST-NO
               MOVE LOW-VALUES TO STF-OPID
               START STFFILE KEY IS NOT LESS THAN STF-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-STF-EOF
               END-START
               PERFORM 320-LINK-PARA UNTIL WS-STF-EOF = 'Y'
               MOVE 00 TO FS3
               IF WS-LINKED = 'Y'
                   PERFORM 340-COUNT-PARA
               END-IF
           END-IF.

       320-LINK-PARA.
           READ STFFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-STF-EOF
           NOT AT END
               IF STF-CUST-NO NOT = PLF-CUST1-NO
                   MOVE 'Y' TO WS-STF-EOF
               ELSE
                   MOVE 'Y' TO WS-LINKED
                   PERFORM 330-DETAIL-PARA
               END-IF
           END-READ.

       330-DETAIL-PARA.
           MOVE SPACES TO DETAIL-LINE.
           MOVE 'N' TO WS-OVERDUE.
           IF SNP-BUCKET = '30' OR SNP-BUCKET = '60'
               OR SNP-BUCKET = '90'
               MOVE 'Y' TO WS-OVERDUE
               MOVE '* ' TO DMARK
           END-IF.
           MOVE SNP-ACCOUNT-NO   TO DACCOUNT.
           MOVE PLF-CUST1-NO     TO DCUST.
           MOVE STF-OPID         TO DOPID.
           IF STF-SELF
               MOVE 'SELF' TO DREL
           ELSE
               MOVE 'REL ' TO DREL
           END-IF.
           MOVE PLF-BRANCH-CODE1 TO DBRANCH.
           MOVE SNP-OUTSTANDING  TO DOUTSTANDING.
           MOVE SNP-DUE-AMOUNT   TO DDUE.
           IF SNP-BUCKET = '30'
               MOVE "1-30 DAYS" TO DSTATUS
           ELSE IF SNP-BUCKET = '60'
               MOVE "31-60 DAYS" TO DSTATUS
           ELSE IF SNP-BUCKET = '90'
               MOVE "90+ DAYS NPA" TO DSTATUS
           ELSE IF SNP-BUCKET = 'M '
               MOVE "MORATORIUM" TO DSTATUS
           ELSE IF SNP-BUCKET = 'R '
               MOVE "RESTRUCTURED" TO DSTATUS
           ELSE
               MOVE "CURRENT" TO DSTATUS
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           WRITE OUTREC FROM DETAIL-LINE.
           ADD 1 TO WS-LINE-COUNT.

       340-COUNT-PARA.
      *    AN ACCOUNT LINKED TO SEVERAL OPERATORS IS COUNTED ONCE.
           ADD 1 TO WS-ACCT-COUNT.
           ADD SNP-OUTSTANDING TO WS-OUT-TOTAL.
           IF WS-OVERDUE = 'Y'
               ADD 1 TO WS-OVD-COUNT
               ADD SNP-OUTSTANDING TO WS-OVD-TOTAL
           END-IF.
           IF SNP-BUCKET = '90'
               ADD 1 TO WS-NPA-COUNT
           END-IF.

       390-TRAILER-PARA.
           WRITE OUTREC FROM HEADER1.
           MOVE SPACES TO TRAILER1.
           MOVE "STAFF-LINKED ACCOUNTS" TO TLABEL.
           MOVE WS-ACCT-COUNT TO TCOUNT.
           MOVE WS-OUT-TOTAL TO TAMOUNT.
           WRITE OUTREC FROM TRAILER1.
           MOVE SPACES TO TRAILER1.
           MOVE "OPERATOR LINES LISTED" TO TLABEL.
           MOVE WS-LINE-COUNT TO TCOUNT.
           WRITE OUTREC FROM TRAILER1.
           MOVE SPACES TO TRAILER1.
           MOVE "OVERDUE (STARRED)" TO TLABEL.
           MOVE WS-OVD-COUNT TO TCOUNT.
           MOVE WS-OVD-TOTAL TO TAMOUNT.
           WRITE OUTREC FROM TRAILER1.
           MOVE SPACES TO TRAILER1.
           MOVE "OF WHICH 90+ DAYS NPA" TO TLABEL.
           MOVE WS-NPA-COUNT TO TCOUNT.
           WRITE OUTREC FROM TRAILER1.
           WRITE OUTREC FROM HEADER1.

       400-CLOSE-PARA.
           CLOSE SNPFILE.
           CLOSE LOANFILE.
           CLOSE STFFILE.
           CLOSE OUTFILE.
