      *  SHARED CHARGE-WAIVER RECORD -- WAIVF (KEYED BY ACCOUNT + THE
      *  DATE AND TIME THE WAIVER WAS ASKED FOR). THE WAIVER SCREEN
      *  REGISTERS THE REQUEST - THE FEE CODE (OR PENL FOR PENAL
      *  INTEREST), THE AMOUNT AND THE REASON - AND QUEUES IT ON
      *  APPQUE AS TYPE W. THE APPRVQ CHECKER TAKES IT OFF THE OPEN
      *  DEMAND AND WRITES THE 'W' LEDGER ROW; GLFEED REPORTS THE
      *  INCOME GIVEN UP FROM THE APPLIED ROWS AND WAIVRPT LISTS EACH
      *  MONTH'S WAIVERS BY BRANCH AND OPERATOR.
           05 WAV-KEY.
               10 WAV-ACCOUNT-NO        PIC X(10).
               10 WAV-REQ-DATE-N        PIC 9(08).
               10 WAV-REQ-TIME          PIC 9(06).
           05 WAV-COMPONENT             PIC X(04).
               88 WAV-PENAL                   VALUE 'PENL'.
           05 WAV-AMOUNT                PIC 9(08).
           05 WAV-REASON                PIC X(30).
           05 WAV-BRANCH                PIC X(04).
           05 WAV-MAKER                 PIC X(05).
           05 WAV-CHECKER               PIC X(05).
           05 WAV-STATUS                PIC X(01).
               88 WAV-QUEUED                  VALUE 'Q'.
               88 WAV-APPLIED                 VALUE 'A'.
               88 WAV-REJECTED                VALUE 'R'.
           05 WAV-APPR-DATE-N           PIC 9(08).
