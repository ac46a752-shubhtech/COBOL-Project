PMAP052  DFHMSD TYPE=&SYSPARM,LANG=COBOL,MODE=INOUT,                   *
               STORAGE=AUTO,TIOAPFX=YES
JHQ1     DFHMDI SIZE=(24,80),LINE=1,COLUMN=1,CTRL=(FREEKB,FRSET)
         DFHMDF POS=(2,25),INITIAL='STATE BANK OF INDIA',LENGTH=20,    *
               ATTRB=(PROT,BRT)
         DFHMDF POS=(1,60),INITIAL='DATE:',LENGTH=05,                  *
               ATTRB=PROT
DATJ     DFHMDF POS=(1,66),LENGTH=10,ATTRB=PROT
         DFHMDF POS=(3,24),INITIAL='CHANGE HISTORY INQUIRY',LENGTH=22, *
               ATTRB=(PROT,BRT)
         DFHMDF POS=(4,02),INITIAL='ACCOUNT/CUST NO:',LENGTH=16,       *
               ATTRB=PROT
JHRF     DFHMDF POS=(4,19),LENGTH=10,ATTRB=(UNPROT,IC),                *
               PICIN='X(10)',PICOUT='X(10)'
         DFHMDF POS=(4,30),LENGTH=1,ATTRB=ASKIP
         DFHMDF POS=(4,33),INITIAL='FROM DATE:',LENGTH=10,             *
               ATTRB=PROT
JHFD     DFHMDF POS=(4,44),LENGTH=08,ATTRB=UNPROT,                     *
               PICIN='X(08)',PICOUT='X(08)'
         DFHMDF POS=(4,53),LENGTH=1,ATTRB=ASKIP
         DFHMDF POS=(4,57),INITIAL='LINE:',LENGTH=05,                  *
               ATTRB=PROT
JHSL     DFHMDF POS=(4,63),LENGTH=02,ATTRB=UNPROT,                     *
               PICIN='X(02)',PICOUT='X(02)'
         DFHMDF POS=(4,66),LENGTH=1,ATTRB=ASKIP
JHHD     DFHMDF POS=(5,02),LENGTH=76,ATTRB=(PROT,BRT),                 *
               PICOUT='X(76)'
JL01     DFHMDF POS=(6,02),LENGTH=76,ATTRB=PROT,                       *
               PICOUT='X(76)'
JL02     DFHMDF POS=(7,02),LENGTH=76,ATTRB=PROT,                       *
               PICOUT='X(76)'
JL03     DFHMDF POS=(8,02),LENGTH=76,ATTRB=PROT,                       *
               PICOUT='X(76)'
JL04     DFHMDF POS=(9,02),LENGTH=76,ATTRB=PROT,                       *
               PICOUT='X(76)'
JL05     DFHMDF POS=(10,02),LENGTH=76,ATTRB=PROT,                      *
               PICOUT='X(76)'
JL06     DFHMDF POS=(11,02),LENGTH=76,ATTRB=PROT,                      *
               PICOUT='X(76)'
JL07     DFHMDF POS=(12,02),LENGTH=76,ATTRB=PROT,                      *
               PICOUT='X(76)'
JL08     DFHMDF POS=(13,02),LENGTH=76,ATTRB=PROT,                      *
               PICOUT='X(76)'
JL09     DFHMDF POS=(14,02),LENGTH=76,ATTRB=PROT,                      *
               PICOUT='X(76)'
JL10     DFHMDF POS=(15,02),LENGTH=76,ATTRB=PROT,                      *
               PICOUT='X(76)'
JL11     DFHMDF POS=(16,02),LENGTH=76,ATTRB=PROT,                      *
               PICOUT='X(76)'
JL12     DFHMDF POS=(17,02),LENGTH=76,ATTRB=PROT,                      *
               PICOUT='X(76)'
         DFHMDF POS=(18,20),INITIAL='MSG:',                            *
               ATTRB=PROT,LENGTH=05
MSG      DFHMDF POS=(18,25),ATTRB=PROT,LENGTH=45
JHPK     DFHMDF POS=(19,02),LENGTH=26,ATTRB=(PROT,DRK,FSET),           *
               PICIN='X(26)',PICOUT='X(26)'
JHNK     DFHMDF POS=(19,30),LENGTH=26,ATTRB=(PROT,DRK,FSET),           *
               PICIN='X(26)',PICOUT='X(26)'
JHFO     DFHMDF POS=(19,58),LENGTH=02,ATTRB=(PROT,DRK,FSET),           *
               PICIN='X(02)',PICOUT='X(02)'
         DFHMDF POS=(21,02),LENGTH=60,ATTRB=PROT,                      *
               INITIAL='PF2=LIST PF8=NEXT PAGE PF5=COMPARE LINE PF6=MOR*
               E FIELDS'
         DFHMDF POS=(22,02),LENGTH=19,ATTRB=PROT,                      *
               INITIAL='PF3=MENU PF12=CLEAR'
PMAP052  DFHMSD TYPE=FINAL
         END
