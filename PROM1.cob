DAT1     DFHMDF POS=(01,66),LENGTH=10,ATTRB=PROT
         DFHMDF POS=(3,29),LENGTH=15,ATTRB=(PROT,BRT),                 *
               INITIAL='MAIN SCREEN'
MPG      DFHMDF POS=(04,05),LENGTH=40,ATTRB=(PROT,BRT)
ML01     DFHMDF POS=(06,05),LENGTH=35,ATTRB=(PROT,BRT)
ML02     DFHMDF POS=(07,05),LENGTH=35,ATTRB=(PROT,BRT)
ML03     DFHMDF POS=(08,05),LENGTH=35,ATTRB=(PROT,BRT)
ML04     DFHMDF POS=(09,05),LENGTH=35,ATTRB=(PROT,BRT)
ML05     DFHMDF POS=(10,05),LENGTH=35,ATTRB=(PROT,BRT)
ML06     DFHMDF POS=(11,05),LENGTH=35,ATTRB=(PROT,BRT)
ML07     DFHMDF POS=(12,05),LENGTH=35,ATTRB=(PROT,BRT)
ML08     DFHMDF POS=(13,05),LENGTH=35,ATTRB=(PROT,BRT)
ML09     DFHMDF POS=(14,05),LENGTH=35,ATTRB=(PROT,BRT)
ML10     DFHMDF POS=(15,05),LENGTH=35,ATTRB=(PROT,BRT)
ML11     DFHMDF POS=(06,42),LENGTH=35,ATTRB=(PROT,BRT)
ML12     DFHMDF POS=(07,42),LENGTH=35,ATTRB=(PROT,BRT)
ML13     DFHMDF POS=(08,42),LENGTH=35,ATTRB=(PROT,BRT)
ML14     DFHMDF POS=(09,42),LENGTH=35,ATTRB=(PROT,BRT)
ML15     DFHMDF POS=(10,42),LENGTH=35,ATTRB=(PROT,BRT)
ML16     DFHMDF POS=(11,42),LENGTH=35,ATTRB=(PROT,BRT)
ML17     DFHMDF POS=(12,42),LENGTH=35,ATTRB=(PROT,BRT)
ML18     DFHMDF POS=(13,42),LENGTH=35,ATTRB=(PROT,BRT)
ML19     DFHMDF POS=(14,42),LENGTH=35,ATTRB=(PROT,BRT)
ML20     DFHMDF POS=(15,42),LENGTH=35,ATTRB=(PROT,BRT)
         DFHMDF POS=(17,05),LENGTH=30,ATTRB=(PROT,BRT),                *
               INITIAL='OPTION NO. OR FAST-PATH CODE_'
CHOICE   DFHMDF POS=(17,36),LENGTH=04,ATTRB=(UNPROT,IC),               *
               PICIN='X(04)',PICOUT='X(04)'
         DFHMDF POS=(17,41),LENGTH=1,ATTRB=PROT
         DFHMDF POS=(18,20),LENGTH=05,ATTRB=PROT,                      *
               INITIAL='MSG:'
MSG      DFHMDF POS=(18,25),LENGTH=40,ATTRB=PROT
         DFHMDF POS=(21,05),LENGTH=60,ATTRB=PROT,                      *
               INITIAL='ENTER=SELECT PF7=PREV PAGE PF8=NEXT PAGE PF3=EX*
               IT PF12=CLEAR'
PMAP011  DFHMSD TYPE=FINAL
         END
