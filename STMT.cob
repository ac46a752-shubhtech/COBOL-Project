               MOVE "BRANCH TRANSFER" TO MTYPE
           ELSE IF PLF5-OPENING
               MOVE "OPENING BALANCE" TO MTYPE
           ELSE IF PLF5-FEE-REFUND
               MOVE "COLLEGE REFUND" TO MTYPE
           ELSE IF PLF5-ARC-SALE
               MOVE "SOLD TO ARC" TO MTYPE
           ELSE IF PLF5-INT-ADJUST
               MOVE "VALUE-DATE ADJ" TO MTYPE
           ELSE IF PLF5-WAIVER
               MOVE "CHARGE WAIVED" TO MTYPE
           ELSE
               MOVE "OTHER" TO MTYPE
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.
           MOVE PLF5-TXN-AMOUNT TO MAMOUNT.
           MOVE PLF5-BALANCE-AFTER TO MBALANCE.
