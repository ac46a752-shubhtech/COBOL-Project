           READ COLFILE NEXT RECORD AT END
               MOVE 'Y' TO WS-EOF
           NOT AT END
      *        A SECURITY ALREADY HANDED BACK IS NO LONGER VALUED.
               IF COL-VAL-DATE-N < WS-CUTOFF
                   AND NOT COL-RELEASED
                   PERFORM 310-DUE-LINE-PARA
               END-IF
           END-READ.
