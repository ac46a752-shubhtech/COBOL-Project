PMAP048  DFHMSD TYPE=&SYSPARM,LANG=COBOL,MODE=INOUT,                   *
               STORAGE=AUTO,TIOAPFX=YES
DSC1     DFHMDI SIZE=(24,80),LINE=1,COLUMN=1,CTRL=(FREEKB,FRSET)
         DFHMDF POS=(2,25),INITIAL='STATE BANK OF INDIA',LENGTH=20,    *
               ATTRB=(PROT,BRT)
         DFHMDF POS=(1,60),INITIAL='DATE:',LENGTH=05,                  *
               ATTRB=PROT
DATG     DFHMDF POS=(1,66),LENGTH=10,ATTRB=PROT
         DFHMDF POS=(3,22),INITIAL='COURSE DISCONTINUATION',LENGTH=22, *
               ATTRB=(PROT,BRT)
         DFHMDF POS=(5,05),INITIAL='ACCOUNT NO:',LENGTH=11,            *
               ATTRB=PROT
DSAC     DFHMDF POS=(5,25),LENGTH=10,ATTRB=(UNPROT,IC),                *
               PICIN='X(10)',PICOUT='X(10)'
         DFHMDF POS=(5,36),LENGTH=1,ATTRB=ASKIP
         DFHMDF POS=(6,05),INITIAL='LEAVING DATE:',LENGTH=13,          *
               ATTRB=PROT
DSLV     DFHMDF POS=(6,25),LENGTH=10,ATTRB=UNPROT,                     *
               PICIN='X(10)',PICOUT='X(10)'
         DFHMDF POS=(6,36),LENGTH=1,ATTRB=ASKIP
         DFHMDF POS=(7,05),INITIAL='COLLEGE REFUND:',LENGTH=15,        *
               ATTRB=PROT
DSRA     DFHMDF POS=(7,25),LENGTH=08,ATTRB=UNPROT,                     *
               PICIN='9(08)',PICOUT='9(08)'
         DFHMDF POS=(7,34),LENGTH=1,ATTRB=ASKIP
         DFHMDF POS=(9,05),INITIAL='STUDENT:',LENGTH=08,               *
               ATTRB=PROT
DSSN     DFHMDF POS=(9,25),LENGTH=15,ATTRB=PROT,                       *
               PICOUT='X(15)'
         DFHMDF POS=(10,05),INITIAL='COLLEGE:',LENGTH=08,              *
               ATTRB=PROT
DSCL     DFHMDF POS=(10,25),LENGTH=10,ATTRB=PROT,                      *
               PICOUT='X(10)'
         DFHMDF POS=(11,05),INITIAL='COURSE END:',LENGTH=11,           *
               ATTRB=PROT
DSOE     DFHMDF POS=(11,25),LENGTH=10,ATTRB=PROT,                      *
               PICOUT='X(10)'
         DFHMDF POS=(12,05),INITIAL='DISBURSED BAL:',LENGTH=14,        *
               ATTRB=PROT
DSBL     DFHMDF POS=(12,25),LENGTH=07,ATTRB=PROT,                      *
               PICOUT='9(07)'
         DFHMDF POS=(13,05),INITIAL='UNRELEASED:',LENGTH=11,           *
               ATTRB=PROT
DSPD     DFHMDF POS=(13,25),LENGTH=08,ATTRB=PROT,                      *
               PICOUT='9(08)'
         DFHMDF POS=(14,05),INITIAL='REPAY FROM:',LENGTH=11,           *
               ATTRB=PROT
DSRS     DFHMDF POS=(14,25),LENGTH=08,ATTRB=PROT,                      *
               PICOUT='9(08)'
         DFHMDF POS=(15,05),INITIAL='REFUNDS TO DATE:',LENGTH=16,      *
               ATTRB=PROT
DSRF     DFHMDF POS=(15,25),LENGTH=08,ATTRB=PROT,                      *
               PICOUT='9(08)'
         DFHMDF POS=(18,20),INITIAL='MSG:',                            *
               ATTRB=PROT,LENGTH=05
MSG      DFHMDF POS=(18,25),ATTRB=PROT,LENGTH=45
         DFHMDF POS=(21,05),LENGTH=70,ATTRB=PROT,                      *
               INITIAL='PF2=FETCH PF5=DISCONTINUE PF6=FEE REFUND PF3=ME*
               NU PF12=CLEAR'
PMAP048  DFHMSD TYPE=FINAL
         END
