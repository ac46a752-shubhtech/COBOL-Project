PMAP054  DFHMSD TYPE=&SYSPARM,LANG=COBOL,MODE=INOUT,                   *
               STORAGE=AUTO,TIOAPFX=YES
WRK1     DFHMDI SIZE=(24,80),LINE=1,COLUMN=1,CTRL=(FREEKB,FRSET)
         DFHMDF POS=(2,25),INITIAL='STATE BANK OF INDIA',LENGTH=20,    *
               ATTRB=(PROT,BRT)
         DFHMDF POS=(1,60),INITIAL='DATE:',LENGTH=05,                  *
               ATTRB=PROT
DATQ     DFHMDF POS=(1,66),LENGTH=10,ATTRB=PROT
         DFHMDF POS=(3,28),INITIAL='MY WORK QUEUE',                    *
               LENGTH=13,ATTRB=(PROT,BRT)
         DFHMDF POS=(4,05),INITIAL='OPERATOR:',LENGTH=09,              *
               ATTRB=PROT
WQOP     DFHMDF POS=(4,15),LENGTH=05,ATTRB=(PROT,BRT)
         DFHMDF POS=(4,30),INITIAL='BRANCH:',LENGTH=07,                *
               ATTRB=PROT
WQBR     DFHMDF POS=(4,38),LENGTH=04,ATTRB=(PROT,BRT)
         DFHMDF POS=(6,03),LENGTH=50,ATTRB=(PROT,BRT),                 *
               INITIAL='NO WORK ITEM            COUNT  FIRST ITEMS'
WL1      DFHMDF POS=(7,03),LENGTH=74,ATTRB=PROT
WL2      DFHMDF POS=(8,03),LENGTH=74,ATTRB=PROT
WL3      DFHMDF POS=(9,03),LENGTH=74,ATTRB=PROT
WL4      DFHMDF POS=(10,03),LENGTH=74,ATTRB=PROT
WL5      DFHMDF POS=(11,03),LENGTH=74,ATTRB=PROT
WL6      DFHMDF POS=(12,03),LENGTH=74,ATTRB=PROT
WL7      DFHMDF POS=(13,03),LENGTH=74,ATTRB=PROT
WL8      DFHMDF POS=(14,03),LENGTH=74,ATTRB=PROT
         DFHMDF POS=(16,05),INITIAL='LINE (1-8):',LENGTH=11,           *
               ATTRB=PROT
WSEL     DFHMDF POS=(16,17),LENGTH=01,ATTRB=(UNPROT,NUM,IC),           *
               PICIN='9(01)',PICOUT='9(01)'
         DFHMDF POS=(16,19),LENGTH=1,ATTRB=ASKIP
         DFHMDF POS=(16,25),INITIAL='ITEM (1-3):',LENGTH=11,           *
               ATTRB=PROT
WITM     DFHMDF POS=(16,37),LENGTH=01,ATTRB=(UNPROT,NUM),              *
               PICIN='9(01)',PICOUT='9(01)'
         DFHMDF POS=(16,39),LENGTH=1,ATTRB=ASKIP
         DFHMDF POS=(18,05),INITIAL='MSG:',LENGTH=05,                  *
               ATTRB=PROT
MSG      DFHMDF POS=(18,11),LENGTH=50,ATTRB=PROT
         DFHMDF POS=(21,05),LENGTH=60,ATTRB=PROT,                      *
               INITIAL='ENTER=OPEN ITEM PF2=REFRESH PF3=MAIN MENU PF12=*
               CLEAR'
PMAP054  DFHMSD TYPE=FINAL
         END
