      *  SHARED ACCESS RECERTIFICATION CARD -- OPSREVU WRITES ONE PER
      *  LIVE OPERATOR ID AT THE QUARTERLY REVIEW, TO BE SORTED BY
      *  BRANCH AND SENT TO THE BRANCH MANAGERS. THE MANAGER MARKS
      *  EACH CARD C (KEEP THE ACCESS) OR R (REVOKE IT), SIGNS IT WITH
      *  THEIR OWN OPERATOR ID AND RETURNS IT. OPSCERT APPLIES THE
      *  RETURNED CARDS AND, ONCE THE DEADLINE HAS PASSED, LOCKS EVERY
      *  ID NOT CERTIFIED.
           05 RCT-BRANCH                PIC X(04).
           05 RCT-OPID                  PIC X(05).
           05 RCT-ROLE                  PIC X(01).
           05 RCT-AUTH-LEVEL            PIC 9(01).
           05 RCT-LAST-SIGNON-N         PIC 9(08).
           05 RCT-LAST-POST-N           PIC 9(08).
           05 RCT-MAKER-CNT             PIC 9(05).
           05 RCT-CHECKER-CNT           PIC 9(05).
           05 RCT-REVIEW-DATE-N         PIC 9(08).
           05 RCT-DEADLINE-N            PIC 9(08).
           05 RCT-DECISION              PIC X(01).
               88 RCT-CERTIFY                 VALUE 'C'.
               88 RCT-REVOKE                  VALUE 'R'.
           05 RCT-CERTIFIER             PIC X(05).
           05 FILLER                    PIC X(21).
