PMAP049  DFHMSD TYPE=&SYSPARM,LANG=COBOL,MODE=INOUT,                   *
               STORAGE=AUTO,TIOAPFX=YES
EMP1     DFHMDI SIZE=(24,80),LINE=1,COLUMN=1,CTRL=(FREEKB,FRSET)
         DFHMDF POS=(2,25),INITIAL='STATE BANK OF INDIA',LENGTH=20,    *
               ATTRB=(PROT,BRT)
         DFHMDF POS=(1,60),INITIAL='DATE:',LENGTH=05,                  *
               ATTRB=PROT
DATH     DFHMDF POS=(1,66),LENGTH=10,ATTRB=PROT
         DFHMDF POS=(3,22),INITIAL='POST-COURSE EMPLOYMENT',LENGTH=22, *
               ATTRB=(PROT,BRT)
         DFHMDF POS=(5,05),INITIAL='ACCOUNT NO:',LENGTH=11,            *
               ATTRB=PROT
EMAC     DFHMDF POS=(5,25),LENGTH=10,ATTRB=(UNPROT,IC),                *
               PICIN='X(10)',PICOUT='X(10)'
         DFHMDF POS=(5,36),LENGTH=1,ATTRB=ASKIP
         DFHMDF POS=(6,05),INITIAL='STATUS (E/U):',LENGTH=13,          *
               ATTRB=PROT
EMST     DFHMDF POS=(6,25),LENGTH=01,ATTRB=UNPROT,                     *
               PICIN='X(01)',PICOUT='X(01)'
         DFHMDF POS=(6,27),LENGTH=1,ATTRB=ASKIP
         DFHMDF POS=(7,05),INITIAL='EMPLOYER:',LENGTH=09,              *
               ATTRB=PROT
EMEM     DFHMDF POS=(7,25),LENGTH=20,ATTRB=UNPROT,                     *
               PICIN='X(20)',PICOUT='X(20)'
         DFHMDF POS=(7,46),LENGTH=1,ATTRB=ASKIP
         DFHMDF POS=(8,05),INITIAL='JOINED ON:',LENGTH=10,             *
               ATTRB=PROT
EMSD     DFHMDF POS=(8,25),LENGTH=10,ATTRB=UNPROT,                     *
               PICIN='X(10)',PICOUT='X(10)'
         DFHMDF POS=(8,36),LENGTH=1,ATTRB=ASKIP
         DFHMDF POS=(9,05),INITIAL='MONTHLY SALARY:',LENGTH=15,        *
               ATTRB=PROT
EMSL     DFHMDF POS=(9,25),LENGTH=07,ATTRB=UNPROT,                     *
               PICIN='9(07)',PICOUT='9(07)'
         DFHMDF POS=(9,33),LENGTH=1,ATTRB=ASKIP
         DFHMDF POS=(10,05),INITIAL='VERIFIED (Y/N):',LENGTH=15,       *
               ATTRB=PROT
EMVF     DFHMDF POS=(10,25),LENGTH=01,ATTRB=UNPROT,                    *
               PICIN='X(01)',PICOUT='X(01)'
         DFHMDF POS=(10,27),LENGTH=1,ATTRB=ASKIP
         DFHMDF POS=(12,05),INITIAL='STUDENT:',LENGTH=08,              *
               ATTRB=PROT
EMNM     DFHMDF POS=(12,25),LENGTH=15,ATTRB=PROT,                      *
               PICOUT='X(15)'
         DFHMDF POS=(13,05),INITIAL='COURSE END:',LENGTH=11,           *
               ATTRB=PROT
EMOE     DFHMDF POS=(13,25),LENGTH=10,ATTRB=PROT,                      *
               PICOUT='X(10)'
         DFHMDF POS=(14,05),INITIAL='SCHEDULED EMI:',LENGTH=14,        *
               ATTRB=PROT
EMEI     DFHMDF POS=(14,25),LENGTH=07,ATTRB=PROT,                      *
               PICOUT='9(07)'
         DFHMDF POS=(15,05),INITIAL='EMI SALARY CAN CARRY:',LENGTH=21, *
               ATTRB=PROT
EMCP     DFHMDF POS=(15,27),LENGTH=07,ATTRB=PROT,                      *
               PICOUT='9(07)'
         DFHMDF POS=(16,05),INITIAL='RESTRUCT OFFER:',LENGTH=15,       *
               ATTRB=PROT
EMRO     DFHMDF POS=(16,25),LENGTH=01,ATTRB=PROT,                      *
               PICOUT='X(01)'
         DFHMDF POS=(16,30),INITIAL='VERIFIED BY:',LENGTH=12,          *
               ATTRB=PROT
EMVB     DFHMDF POS=(16,43),LENGTH=05,ATTRB=PROT,                      *
               PICOUT='X(05)'
         DFHMDF POS=(18,20),INITIAL='MSG:',                            *
               ATTRB=PROT,LENGTH=05
MSG      DFHMDF POS=(18,25),ATTRB=PROT,LENGTH=45
         DFHMDF POS=(21,10),LENGTH=58,ATTRB=PROT,                      *
               INITIAL='PF2=FETCH PF5=SAVE PF3=MENU PF12=CLEAR'
PMAP049  DFHMSD TYPE=FINAL
         END
