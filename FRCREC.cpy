      *  SHARED FRAUD-CASE RECORD -- FRDCASE (KEYED BY ACCOUNT) IS
      *  THE CASE BEHIND A FRAUD FREEZE. APPRVQ OPENS IT WHEN THE
      *  CHECKER MAKES AN F FREEZE ACTIVE, DATED FROM THE FREEZE
      *  REQUEST AND CARRYING THE BALANCE AT RISK AS THE AMOUNT
      *  INVOLVED; THE REST IS KEYED ON THE FRDMNT SCREEN. THE
      *  ACCOUNT RECOVERY IS NEVER KEYED - FRDMNT AND FRDRET RE-ADD
      *  THE CREDITS ON PLF5 SINCE DETECTION EVERY TIME THEY TOUCH
      *  THE CASE; WHAT CAME BACK OUTSIDE THE ACCOUNT (INSURANCE,
      *  STAFF, POLICE ATTACHMENT) GOES IN THE OTHER RECOVERY.
      *  FRDRET PRODUCES THE QUARTERLY FRAUD MONITORING RETURN AND
      *  THE OUTSTANDING-CASES LIST FROM IT.
           05 FRC-ACCOUNT-NO            PIC X(10).
           05 FRC-STATUS                PIC X(01).
               88 FRC-OPEN                    VALUE 'O'.
               88 FRC-CLOSED                  VALUE 'C'.
      *  CATEGORY AS THE MONITORING RETURN CLASSIFIES IT. SPACE IS A
      *  CASE NOT YET CLASSIFIED.
           05 FRC-CATEGORY              PIC X(01).
               88 FRC-CAT-VALID               VALUE 'M' 'F' 'C'
                                                    'U' 'N' 'O'.
               88 FRC-MISAPPROPRIATION        VALUE 'M'.
               88 FRC-FORGERY                 VALUE 'F'.
               88 FRC-CHEATING                VALUE 'C'.
               88 FRC-UNAUTH-CREDIT           VALUE 'U'.
               88 FRC-NEGLIGENCE              VALUE 'N'.
               88 FRC-OTHER                   VALUE 'O'.
           05 FRC-AMOUNT                PIC 9(09).
           05 FRC-DETECT-DATE-N         PIC 9(08).
           05 FRC-POLICE-DATE-N         PIC 9(08).
           05 FRC-ACCT-RECOVERY         PIC 9(09).
           05 FRC-OTHER-RECOVERY        PIC 9(09).
      *  STAFF ACCOUNTABILITY - SPACE UNTIL EXAMINED, THEN Y WITH THE
      *  EMPLOYEE HELD ACCOUNTABLE OR N WHEN NONE WAS FOUND.
           05 FRC-STAFF-FLAG            PIC X(01).
               88 FRC-STAFF-INVOLVED          VALUE 'Y'.
               88 FRC-STAFF-CLEARED           VALUE 'N'.
           05 FRC-STAFF-ID              PIC X(05).
           05 FRC-OPEN-DATE-N           PIC 9(08).
           05 FRC-OPEN-BY               PIC X(05).
           05 FRC-CLOSE-DATE-N          PIC 9(08).
           05 FRC-UPD-DATE-N            PIC 9(08).
           05 FRC-UPD-BY                PIC X(05).
           05 FILLER                    PIC X(10).
