         DFHMDF POS=(21,02),LENGTH=64,ATTRB=PROT,                     *
               INITIAL='PF2=FETCH PF8=NEXT ACCOUNT OF CUSTOMER PF3=EXIT*
                PF12=CLEAR'
         DFHMDF POS=(22,02),LENGTH=29,ATTRB=PROT,                      *
               INITIAL='PF9=KYC PF10=CHANGE HISTORY'
PMAP029  DFHMSD TYPE=FINAL
         END
