      *  SHARED RECEIPT INDEX RECORD -- RCPTF IS KEYED ONLY BY RECEIPT
      *  NUMBER, SO EVERY PROGRAM THAT WRITES A RECEIPT ALSO WRITES TWO
      *  ROWS HERE: ONE ON THE ACCOUNT PATH (A) AND ONE ON THE OPERATOR
      *  PATH (O), EACH WITH THE RECEIPT DATE AS CCYYMMDD SO A BROWSE
      *  OF ONE ACCOUNT OR ONE TELLER'S DAY COMES BACK IN DATE ORDER.
      *  THE ROW CARRIES ONLY THE KEY - THE RECEIPT ITSELF IS READ
      *  FROM RCPTF BY RCX-RCPT-NO. A RECEIPT'S ACCOUNT, OPERATOR AND
      *  DATE NEVER CHANGE, SO A REVERSAL OR BOUNCE (A REWRITE OF
      *  RCPT-STATUS) LEAVES THE INDEX ALONE. RCXBLD REBUILDS IT.
           05 RCX-KEY.
               10 RCX-PATH              PIC X(01).
                   88 RCX-BY-ACCOUNT          VALUE 'A'.
                   88 RCX-BY-OPERATOR         VALUE 'O'.
               10 RCX-OWNER             PIC X(10).
               10 RCX-DATE-N            PIC 9(08).
               10 RCX-RCPT-NO           PIC 9(08).
