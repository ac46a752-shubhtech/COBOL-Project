         DFHMDF POS=(18,05),LENGTH=05,ATTRB=PROT,                     *
               INITIAL='MSG:'
MSG      DFHMDF POS=(18,11),LENGTH=45,ATTRB=PROT
         DFHMDF POS=(21,05),LENGTH=60,ATTRB=PROT,                     *
               INITIAL='PF2=FETCH BY RECEIPT PF6=FIND BY ACCOUNT PF7=OL*
               DER PF8=NEWER'
         DFHMDF POS=(22,05),LENGTH=31,ATTRB=PROT,                     *
               INITIAL='PF9=REPRINT PF3=EXIT PF12=CLEAR'
PMAP018  DFHMSD TYPE=FINAL
         END
