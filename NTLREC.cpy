      *  SHARED NOTIFICATION-LOG RECORD -- NTFLOG (KEYED BY ACCOUNT +
      *  DATE + TIME) IS THE RECORD OF EVERY CUSTOMER CONTACT MADE OR
      *  HELD BACK. NOTIFD LOGS EACH EVENT IT DISPATCHES (SENT, OR
      *  FAILED WITH THE RETRY FLAG UP WHEN THERE IS NO USABLE
      *  PHONE); DUNNING, COLWRK AND AGTVST LOG THE CONTACTS THE
      *  CONTACT-PREFERENCE REGISTER (CONPREF) STOPPED. THE REASON
      *  SAYS WHY A CONTACT, OR ONE CHANNEL OF IT, WAS HELD BACK.
      *  PURGED BY ARCHLDG.
           05 NTL-KEY.
               10 NTL-ACCOUNT-NO        PIC X(10).
               10 NTL-DATE-N            PIC 9(08).
               10 NTL-TIME              PIC 9(06).
      *    THE NOTIFQ EVENT CODE, OR N DUNNING NOTICE, G GUARANTOR
      *    COPY, W COLLECTIONS DESK CONTACT, V AGENT VISIT.
           05 NTL-EVENT                 PIC X(01).
           05 NTL-PHONE                 PIC 9(10).
           05 NTL-STATUS                PIC X(01).
               88 NTL-SENT                    VALUE 'S'.
               88 NTL-FAILED                  VALUE 'F'.
               88 NTL-SUPPRESSED              VALUE 'X'.
           05 NTL-RETRY-SW              PIC X(01).
           05 NTL-REASON                PIC X(01).
               88 NTL-RSN-DND                 VALUE 'D'.
               88 NTL-RSN-LETTER-ONLY         VALUE 'L'.
               88 NTL-RSN-SMS-ONLY            VALUE 'S'.
               88 NTL-RSN-HOURS               VALUE 'H'.
               88 NTL-RSN-GUARANTOR           VALUE 'G'.
