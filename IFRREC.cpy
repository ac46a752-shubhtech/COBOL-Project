      *  SHARED INBOUND-FILE REGISTER RECORD -- INBREG (KEYED BY THE
      *  SENDER, THE FILE DATE AND THE SENDER'S SEQUENCE NUMBER FROM
      *  THE FILE HEADER). ONE ROW PER INTERFACE FILE OFFERED TO A
      *  BATCH RUN: WHAT THE TRAILER DECLARED, WHAT WAS ACTUALLY READ,
      *  AND THE OUTCOME - P WHILE THE RUN IS APPLYING IT, A ONCE
      *  APPLIED, R REFUSED WITH THE REASON. A FILE ALREADY APPLIED IS
      *  REFUSED IF IT IS OFFERED AGAIN AND THE ATTEMPT IS COUNTED ON
      *  ITS ROW; A P ROW MEANS THE RUN ABENDED AND THE SAME FILE MAY
      *  BE RE-FED. A FILE WITH NO READABLE HEADER IS LOGGED UNDER
      *  THE EXPECTED SENDER WITH A ZERO DATE. SHOWN ON OPSDSP.
           05 IFR-KEY.
               10 IFR-SOURCE            PIC X(08).
               10 IFR-FILE-DATE-N       PIC 9(08).
               10 IFR-SEQ-NO            PIC 9(05).
           05 IFR-REC-COUNT             PIC 9(07).
           05 IFR-AMT-HASH              PIC 9(15).
           05 IFR-CNT-READ              PIC 9(07).
           05 IFR-HASH-READ             PIC 9(15).
           05 IFR-STATUS                PIC X(01).
               88 IFR-PROCESSING              VALUE 'P'.
               88 IFR-ACCEPTED                VALUE 'A'.
               88 IFR-REFUSED                 VALUE 'R'.
           05 IFR-REASON                PIC X(20).
           05 IFR-JOB                   PIC X(08).
           05 IFR-RUN-DATE-N            PIC 9(08).
           05 IFR-RUN-TIME              PIC 9(06).
           05 IFR-DUP-COUNT             PIC 9(03).
           05 IFR-DUP-DATE-N            PIC 9(08).
