         DFHMDF POS=(12,05),LENGTH=18,ATTRB=PROT,                     *
               INITIAL='STATUS (Q/A/R)   :'
QST      DFHMDF POS=(12,25),LENGTH=01,ATTRB=PROT
         DFHMDF POS=(13,05),LENGTH=18,ATTRB=PROT,                     *
               INITIAL='ROUTED TO LEVEL  :'
QRL      DFHMDF POS=(13,25),LENGTH=01,ATTRB=PROT
         DFHMDF POS=(18,05),LENGTH=05,ATTRB=PROT,                     *
               INITIAL='MSG:'
MSG      DFHMDF POS=(18,11),LENGTH=45,ATTRB=PROT
