CVD      DFHMDF POS=(11,25),LENGTH=10,ATTRB=UNPROT,                    *
               PICIN='X(10)',PICOUT='X(10)'
         DFHMDF POS=(11,36),LENGTH=1,ATTRB=ASKIP
         DFHMDF POS=(13,05),LENGTH=18,ATTRB=PROT,                     *
               INITIAL='RELEASE (H/D/R)  :'
CRS      DFHMDF POS=(13,25),LENGTH=01,ATTRB=PROT
         DFHMDF POS=(14,05),LENGTH=18,ATTRB=PROT,                     *
               INITIAL='ACCOUNT SETTLED  :'
CSD      DFHMDF POS=(14,25),LENGTH=10,ATTRB=PROT
         DFHMDF POS=(15,05),LENGTH=18,ATTRB=PROT,                     *
               INITIAL='RETURNED ON / BY :'
CRD      DFHMDF POS=(15,25),LENGTH=10,ATTRB=PROT
CRB      DFHMDF POS=(15,37),LENGTH=05,ATTRB=PROT
         DFHMDF POS=(18,05),LENGTH=05,ATTRB=PROT,                     *
               INITIAL='MSG:'
MSG      DFHMDF POS=(18,11),LENGTH=45,ATTRB=PROT
         DFHMDF POS=(21,05),LENGTH=70,ATTRB=PROT,                     *
               INITIAL='PF2=FETCH PF5=SAVE PF6=SECURITY RETURNED PF3=EX*
               IT PF12=CLEAR'
PMAP025  DFHMSD TYPE=FINAL
         END
