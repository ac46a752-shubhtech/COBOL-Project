           END-IF.
           IF EIBCALEN = 0 OR CA-MODE-XCTL
              MOVE LOW-VALUES TO DOC1I, DOC1O
      *       HANDED AN ITEM BY THE WORK QUEUE - START ON IT.
              IF CA-FROM-WORKQ
                 MOVE CA-CUST-NO TO DCACO
                 MOVE SPACE TO CA-WQ-SW
              END-IF
              PERFORM 1000-SEND-PARA
           ELSE
              PERFORM 2000-RECEIVE-PARA
