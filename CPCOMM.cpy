           05 CA-IMG-SW           PIC X(01).
               88 CA-IMG-HELD            VALUE 'Y'.
           05 CA-PLF3-IMAGE       PIC X(130).
      *  THE OPERATOR'S DELEGATION LEVEL FROM OPSEC, SET AT SIGNON -
      *  THE CHECKER SCREENS LOOK IT UP ON DOPMST.
           05 CA-AUTH-LEVEL       PIC 9(01).
      *  THE OPERATOR'S HOME BRANCH FROM OPSEC, SET AT SIGNON - THE
      *  WORK QUEUE SHOWS THAT BRANCH'S OUTSTANDING ITEMS.
           05 CA-BRANCH           PIC X(04).
      *  SET WHEN THE WORK QUEUE HANDS AN ITEM TO ITS OWNING SCREEN:
      *  THE ACCOUNT RIDES IN CA-CUST-NO AND THE ITEM'S OWN KEY (THE
      *  QUEUE TYPE, THE UTR, THE GL SUSPENSE AMOUNT AND RETURN DATE,
      *  OR THE REFUND VOUCHER) IN CA-WQ-REF. THE RECEIVING SCREEN
      *  PRE-FILLS ITS KEY FIELDS FROM THEM AND CLEARS THE SWITCH.
           05 CA-WQ-SW            PIC X(01).
               88 CA-FROM-WORKQ          VALUE 'Y'.
           05 CA-WQ-REF           PIC X(16).
      *  THE MAIN MENU PAGE LAST SHOWN, SO PF7/PF8 PAGE FROM IT.
           05 CA-MENU-PAGE        PIC 9(01).
      *  RECEIPT INQUIRY - THE ACCOUNT WHOSE RECEIPTS ARE BEING PAGED
      *  AND WHICH OF THEM (1 = THE OLDEST) IS ON THE SCREEN.
           05 CA-RCX-ACCT         PIC X(10).
           05 CA-RCX-POS          PIC 9(04).
