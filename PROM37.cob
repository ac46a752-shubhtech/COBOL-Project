PMAP047  DFHMSD TYPE=&SYSPARM,LANG=COBOL,MODE=INOUT,                   *
               STORAGE=AUTO,TIOAPFX=YES
DFB1     DFHMDI SIZE=(24,80),LINE=1,COLUMN=1,CTRL=(FREEKB,FRSET)
         DFHMDF POS=(2,25),INITIAL='STATE BANK OF INDIA',LENGTH=20,    *
               ATTRB=(PROT,BRT)
         DFHMDF POS=(1,60),INITIAL='DATE:',LENGTH=05,                  *
               ATTRB=PROT
DATF     DFHMDF POS=(1,66),LENGTH=10,ATTRB=PROT
         DFHMDF POS=(3,24),INITIAL='DEAF CLAIM-BACK',LENGTH=15,        *
               ATTRB=(PROT,BRT)
         DFHMDF POS=(6,05),INITIAL='SOURCE (R/C):',LENGTH=13,          *
               ATTRB=PROT
DFTY     DFHMDF POS=(6,20),LENGTH=01,ATTRB=(UNPROT,IC),                *
               PICIN='X(01)',PICOUT='X(01)'
         DFHMDF POS=(6,22),LENGTH=1,ATTRB=ASKIP
         DFHMDF POS=(7,05),INITIAL='REFERENCE:',LENGTH=10,             *
               ATTRB=PROT
DFRF     DFHMDF POS=(7,20),LENGTH=16,ATTRB=UNPROT,                     *
               PICIN='X(16)',PICOUT='X(16)'
         DFHMDF POS=(7,37),LENGTH=1,ATTRB=ASKIP
         DFHMDF POS=(9,05),INITIAL='ACCOUNT NO:',LENGTH=11,            *
               ATTRB=PROT
DFAC     DFHMDF POS=(9,20),LENGTH=10,ATTRB=PROT,                       *
               PICOUT='X(10)'
         DFHMDF POS=(10,05),INITIAL='AMOUNT:',LENGTH=07,               *
               ATTRB=PROT
DFAM     DFHMDF POS=(10,20),LENGTH=08,ATTRB=PROT,                      *
               PICOUT='9(08)'
         DFHMDF POS=(11,05),INITIAL='ORIGINAL DATE:',LENGTH=14,        *
               ATTRB=PROT
DFOD     DFHMDF POS=(11,20),LENGTH=08,ATTRB=PROT,                      *
               PICOUT='9(08)'
         DFHMDF POS=(12,05),INITIAL='TRANSFERRED:',LENGTH=12,          *
               ATTRB=PROT
DFXD     DFHMDF POS=(12,20),LENGTH=08,ATTRB=PROT,                      *
               PICOUT='9(08)'
         DFHMDF POS=(13,05),INITIAL='STATUS:',LENGTH=07,               *
               ATTRB=PROT
DFST     DFHMDF POS=(13,20),LENGTH=01,ATTRB=PROT,                      *
               PICOUT='X(01)'
         DFHMDF POS=(14,05),INITIAL='NEW VOUCHER:',LENGTH=12,          *
               ATTRB=PROT
DFCV     DFHMDF POS=(14,20),LENGTH=08,ATTRB=PROT,                      *
               PICOUT='9(08)'
         DFHMDF POS=(18,20),INITIAL='MSG:',                            *
               ATTRB=PROT,LENGTH=05
MSG      DFHMDF POS=(18,25),ATTRB=PROT,LENGTH=45
         DFHMDF POS=(21,10),LENGTH=58,ATTRB=PROT,                      *
               INITIAL='PF2=FETCH PF5=CLAIM BACK PF3=MENU PF12=CLEAR'
PMAP047  DFHMSD TYPE=FINAL
         END
