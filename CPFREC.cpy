      *  SHARED CONTACT-PREFERENCE RECORD -- CONPREF (KEYED BY
      *  CUSTOMER) HOLDS WHAT THE CUSTOMER HAS ASKED OF US: THE
      *  CHANNEL (A SMS AND LETTER, S SMS ONLY, L LETTERS ONLY), THE
      *  LANGUAGE THE GATEWAY AND PRINT SHOP RENDER IN, A
      *  DO-NOT-DISTURB FLAG, THE HOURS A CALL OR TEXT IS PERMITTED
      *  (FROM/TO ON THE 24-HOUR CLOCK, 00 00 ANY TIME) AND WHETHER
      *  THE GUARANTOR MAY BE CONTACTED. NO ROW MEANS NO PREFERENCE -
      *  EVERY CHANNEL, ANY TIME. NOTIFD, DUNNING, COLWRK AND AGTVST
      *  HONOUR IT; MANDATORY REGULATORY LETTERS GO REGARDLESS. EVERY
      *  CONTACT HELD BACK IS LOGGED ON NTFLOG WITH THE REASON.
      *  LOADED BY CPFLOAD FROM THE SIGNED PREFERENCE FORMS.
           05 CPF-CUST-NO               PIC X(10).
           05 CPF-CHANNEL               PIC X(01).
               88 CPF-CH-ALL                  VALUE 'A'.
               88 CPF-CH-SMS                  VALUE 'S'.
               88 CPF-CH-LETTER               VALUE 'L'.
           05 CPF-LANGUAGE              PIC X(02).
           05 CPF-DND                   PIC X(01).
               88 CPF-DND-ON                  VALUE 'Y'.
           05 CPF-HOUR-FROM             PIC 9(02).
           05 CPF-HOUR-TO               PIC 9(02).
           05 CPF-GUAR-CONTACT          PIC X(01).
               88 CPF-GUAR-BARRED             VALUE 'N'.
           05 CPF-UPD-DATE-N            PIC 9(08).
           05 FILLER                    PIC X(03).
