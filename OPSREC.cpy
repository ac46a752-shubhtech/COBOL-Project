      *  OPERATOR ID) REPLACES THE OPERATOR TABLE THAT USED TO BE
      *  HARDCODED IN SIGNON WORKING STORAGE. CARRIES THE PASSWORD,
      *  THE ROLE (TELLER / SUPERVISOR / INQUIRY-ONLY), THE PASSWORD
      *  EXPIRY DATE AND THE FAILED-ATTEMPT LOCKOUT STATE, AND THE
      *  AUTHORITY LEVEL THAT SETS THE OPERATOR'S MONEY LIMITS ON THE
      *  DOPMST DELEGATION MASTER (0 = NO APPROVAL POWERS). THE
      *  BRANCH, LAST CERTIFICATION DATE AND CERTIFYING MANAGER ARE
      *  KEPT BY THE QUARTERLY RECERTIFICATION (OPSREVU / OPSCERT) - A
      *  NEW ID IS ADDED WITH ITS CREATION DATE AS THE CERTIFICATION
      *  DATE. THE LOCK BYTE SAYS WHY AN ID IS SHUT: L BAD PASSWORDS,
      *  D DISABLED FOR NON-USE, U NOT RECERTIFIED OR REVOKED.
           05 OPS-OPID                  PIC X(05).
           05 OPS-PASSWORD              PIC X(08).
           05 OPS-ROLE                  PIC X(01).
           05 OPS-PWD-EXPIRY-N          PIC 9(08).
           05 OPS-FAIL-COUNT            PIC 9(01).
           05 OPS-LOCK-SW               PIC X(01).
               88 OPS-LOCKED                  VALUE 'L' 'D' 'U'.
               88 OPS-LOCK-FAILS              VALUE 'L'.
               88 OPS-LOCK-DORMANT            VALUE 'D'.
               88 OPS-LOCK-UNCERT             VALUE 'U'.
           05 OPS-AUTH-LEVEL            PIC 9(01).
           05 OPS-BRANCH                PIC X(04).
           05 OPS-CERT-DATE-N           PIC 9(08).
           05 OPS-CERT-BY               PIC X(05).
