         DFHMDF POS=(20,03),LENGTH=74,ATTRB=PROT,                      *
               INITIAL='PF2=FETCH PF5=RECORD PTP PF6=DISPUTE HOLD PF7=*
               LIFT HOLD PF8=NOTE PF3=MENU'
         DFHMDF POS=(21,03),LENGTH=14,ATTRB=PROT,                      *
               INITIAL='PF9=EMPLOYMENT'
PMAP041  DFHMSD TYPE=FINAL
         END
