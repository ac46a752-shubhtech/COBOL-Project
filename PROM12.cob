         DFHMDF POS=(13,05),LENGTH=16,ATTRB=PROT,                     *
               INITIAL='STATUS (P/A/R) :'
AST      DFHMDF POS=(13,23),LENGTH=01,ATTRB=PROT
         DFHMDF POS=(13,30),LENGTH=16,ATTRB=PROT,                     *
               INITIAL='ROUTED TO LEVEL:'
ARL      DFHMDF POS=(13,47),LENGTH=01,ATTRB=PROT
         DFHMDF POS=(14,05),LENGTH=16,ATTRB=PROT,                     *
               INITIAL='BUREAU SCORE   :'
ASC      DFHMDF POS=(14,23),LENGTH=20,ATTRB=PROT
REAS     DFHMDF POS=(15,23),LENGTH=30,ATTRB=UNPROT,                   *
               PICIN='X(30)',PICOUT='X(30)'
         DFHMDF POS=(15,54),LENGTH=1,ATTRB=ASKIP
         DFHMDF POS=(16,05),LENGTH=16,ATTRB=PROT,                     *
               INITIAL='CONCESSION CODE:'
ACNC     DFHMDF POS=(16,23),LENGTH=04,ATTRB=UNPROT,                   *
               PICIN='X(04)',PICOUT='X(04)'
         DFHMDF POS=(16,28),LENGTH=1,ATTRB=ASKIP
         DFHMDF POS=(18,05),LENGTH=05,ATTRB=PROT,                     *
               INITIAL='MSG:'
MSG      DFHMDF POS=(18,11),LENGTH=45,ATTRB=PROT
