               88 PLF5-CHARGE                 VALUE 'E'.
               88 PLF5-BRANCH-XFER            VALUE 'X'.
               88 PLF5-OPENING                VALUE 'O'.
               88 PLF5-FEE-REFUND             VALUE 'K'.
               88 PLF5-ARC-SALE               VALUE 'S'.
               88 PLF5-INT-ADJUST             VALUE 'J'.
               88 PLF5-WAIVER                 VALUE 'W'.
           05 PLF5-TXN-AMOUNT           PIC 9(08).
           05 PLF5-OPERATOR             PIC X(05).
           05 PLF5-BALANCE-AFTER        PIC 9(08).
