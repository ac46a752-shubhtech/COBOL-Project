RVNO     DFHMDF POS=(6,20),LENGTH=08,ATTRB=(UNPROT,NUM,IC),            *
               PICIN='9(08)',PICOUT='9(08)'
         DFHMDF POS=(6,29),LENGTH=1,ATTRB=ASKIP
         DFHMDF POS=(7,05),LENGTH=13,ATTRB=PROT,                       *
               INITIAL='ACCOUNT NO. :'
RVAN     DFHMDF POS=(7,20),LENGTH=10,ATTRB=UNPROT,                     *
               PICIN='X(10)',PICOUT='X(10)'
         DFHMDF POS=(7,31),LENGTH=1,ATTRB=ASKIP
         DFHMDF POS=(9,05),LENGTH=13,ATTRB=PROT,                      *
               INITIAL='ACCOUNT NO. :'
RVAC     DFHMDF POS=(9,20),LENGTH=10,ATTRB=PROT
         DFHMDF POS=(18,05),LENGTH=05,ATTRB=PROT,                     *
               INITIAL='MSG:'
MSG      DFHMDF POS=(18,11),LENGTH=45,ATTRB=PROT
         DFHMDF POS=(21,05),LENGTH=61,ATTRB=PROT,                     *
               INITIAL='PF2=FETCH PF6=FIND BY ACCOUNT PF5=REVERSE PF3=E*
               XIT PF12=CLEAR'
PMAP019  DFHMSD TYPE=FINAL
         END
