           END-IF.
           IF EIBCALEN = 0 OR CA-MODE-XCTL
              MOVE LOW-VALUES TO GLF1I, GLF1O
      *       HANDED AN ITEM BY THE WORK QUEUE - START ON IT.
              IF CA-FROM-WORKQ
                 MOVE CA-CUST-NO TO GACO
                 MOVE CA-WQ-REF(1:8) TO GAMO
                 MOVE CA-WQ-REF(9:8) TO GDTO
                 MOVE SPACE TO CA-WQ-SW
              END-IF
              PERFORM 1000-SEND-PARA
           ELSE
              PERFORM 2000-RECEIVE-PARA
