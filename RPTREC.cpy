      *  ...) INTO RPTREP, ONE RECORD PER PRINT LINE KEYED BY REPORT
      *  ID + RUN DATE + LINE NUMBER, SO THE RPTVIEW SCREEN CAN PAGE
      *  THROUGH ANY RUN AT THE TERMINAL AND REPRINT IT LOCALLY.
      *  APPRV ALSO FILES EACH SANCTION LETTER HERE UNDER REPORT ID
      *  'SANCTION'; LINE 00000 OF THAT DAY IS A CONTROL RECORD WHOSE
      *  FIRST FIVE BYTES HOLD THE LAST LINE NUMBER ISSUED. AUDPACK
      *  FILES THE STATUTORY AUDITORS' ACCOUNT PACKS STRAIGHT IN, THE
      *  REPORT ID BEING THE AUDIT ID.
           05 RPT-KEY.
               10 RPT-ID                PIC X(08).
               10 RPT-DATE-N            PIC 9(08).
