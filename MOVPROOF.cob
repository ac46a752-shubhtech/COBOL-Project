           ADD PLF5-TXN-AMOUNT TO WS-MOVE-TOTAL.
           ADD 1 TO WS-MOVE-COUNT.
      *    DIRECTION CHECK AGAINST THE PRIOR ROW - MONEY OUT (D/T/B)
      *    MAY NOT SHRINK THE BALANCE AND MONEY IN (P/C/F/G/K/S/J/W)
      *    MAY NOT GROW IT. ACCRUALS GO EITHER WAY (CAPITALIZED OR
      *    DEMANDED).
           IF WS-PREV-BAL NOT < 0
               IF (PLF5-DISBURSEMENT OR PLF5-TOPUP OR PLF5-BOUNCE)
                   AND PLF5-BALANCE-AFTER < WS-PREV-BAL
                   MOVE 'Y' TO WS-CHAIN-BAD
               END-IF
               IF (PLF5-REPAYMENT OR PLF5-CLOSURE
                   OR PLF5-FORECLOSURE OR PLF5-SUBSIDY
                   OR PLF5-FEE-REFUND OR PLF5-ARC-SALE
                   OR PLF5-INT-ADJUST OR PLF5-WAIVER)
                   AND PLF5-BALANCE-AFTER > WS-PREV-BAL
                   MOVE 'Y' TO WS-CHAIN-BAD
               END-IF
