PMAP050  DFHMSD TYPE=&SYSPARM,LANG=COBOL,MODE=INOUT,                   *
               STORAGE=AUTO,TIOAPFX=YES
CMP1     DFHMDI SIZE=(24,80),LINE=1,COLUMN=1,CTRL=(FREEKB,FRSET)
         DFHMDF POS=(2,25),INITIAL='STATE BANK OF INDIA',LENGTH=20,    *
               ATTRB=(PROT,BRT)
         DFHMDF POS=(1,60),INITIAL='DATE:',LENGTH=05,                  *
               ATTRB=PROT
DATI     DFHMDF POS=(1,66),LENGTH=10,ATTRB=PROT
         DFHMDF POS=(3,25),INITIAL='COMPLAINT REGISTER',LENGTH=18,     *
               ATTRB=(PROT,BRT)
         DFHMDF POS=(5,05),INITIAL='COMPLAINT NO:',LENGTH=13,          *
               ATTRB=PROT
CMNO     DFHMDF POS=(5,25),LENGTH=08,ATTRB=(UNPROT,IC),                *
               PICIN='X(08)',PICOUT='X(08)'
         DFHMDF POS=(5,34),LENGTH=1,ATTRB=ASKIP
         DFHMDF POS=(5,40),INITIAL='(BLANK TO LOG A NEW ONE)',         *
               LENGTH=24,ATTRB=PROT
         DFHMDF POS=(6,05),INITIAL='ACCOUNT NO:',LENGTH=11,            *
               ATTRB=PROT
CMAC     DFHMDF POS=(6,25),LENGTH=10,ATTRB=UNPROT,                     *
               PICIN='X(10)',PICOUT='X(10)'
         DFHMDF POS=(6,36),LENGTH=1,ATTRB=ASKIP
         DFHMDF POS=(7,05),INITIAL='CATEGORY:',LENGTH=09,              *
               ATTRB=PROT
CMCT     DFHMDF POS=(7,25),LENGTH=01,ATTRB=UNPROT,                     *
               PICIN='X(01)',PICOUT='X(01)'
         DFHMDF POS=(7,27),LENGTH=1,ATTRB=ASKIP
         DFHMDF POS=(7,30),LENGTH=45,ATTRB=PROT,                       *
               INITIAL='E=EMI DEBIT T=TRANCHE C=CERT A=AGENT O=OTHER'
         DFHMDF POS=(8,05),INITIAL='CHANNEL:',LENGTH=08,               *
               ATTRB=PROT
CMCH     DFHMDF POS=(8,25),LENGTH=01,ATTRB=UNPROT,                     *
               PICIN='X(01)',PICOUT='X(01)'
         DFHMDF POS=(8,27),LENGTH=1,ATTRB=ASKIP
         DFHMDF POS=(8,30),LENGTH=45,ATTRB=PROT,                       *
               INITIAL='B=BRANCH P=PHONE E=EMAIL L=LETTER R=OMBUDSMAN'
         DFHMDF POS=(9,05),INITIAL='DETAIL:',LENGTH=07,                *
               ATTRB=PROT
CMDT     DFHMDF POS=(9,25),LENGTH=40,ATTRB=UNPROT,                     *
               PICIN='X(40)',PICOUT='X(40)'
         DFHMDF POS=(9,66),LENGTH=1,ATTRB=ASKIP
         DFHMDF POS=(10,05),INITIAL='ASSIGNED TO:',LENGTH=12,          *
               ATTRB=PROT
CMAS     DFHMDF POS=(10,25),LENGTH=05,ATTRB=UNPROT,                    *
               PICIN='X(05)',PICOUT='X(05)'
         DFHMDF POS=(10,31),LENGTH=1,ATTRB=ASKIP
         DFHMDF POS=(11,05),INITIAL='STATUS (O/R):',LENGTH=13,         *
               ATTRB=PROT
CMST     DFHMDF POS=(11,25),LENGTH=01,ATTRB=UNPROT,                    *
               PICIN='X(01)',PICOUT='X(01)'
         DFHMDF POS=(11,27),LENGTH=1,ATTRB=ASKIP
         DFHMDF POS=(12,05),INITIAL='RESOLUTION:',LENGTH=11,           *
               ATTRB=PROT
CMRS     DFHMDF POS=(12,25),LENGTH=30,ATTRB=UNPROT,                    *
               PICIN='X(30)',PICOUT='X(30)'
         DFHMDF POS=(12,56),LENGTH=1,ATTRB=ASKIP
         DFHMDF POS=(14,05),INITIAL='CUSTOMER:',LENGTH=09,             *
               ATTRB=PROT
CMCU     DFHMDF POS=(14,25),LENGTH=10,ATTRB=PROT,                      *
               PICOUT='X(10)'
CMCN     DFHMDF POS=(14,37),LENGTH=15,ATTRB=PROT,                      *
               PICOUT='X(15)'
         DFHMDF POS=(15,05),INITIAL='LOGGED ON:',LENGTH=10,            *
               ATTRB=PROT
CMLD     DFHMDF POS=(15,25),LENGTH=10,ATTRB=PROT,                      *
               PICOUT='X(10)'
         DFHMDF POS=(15,40),INITIAL='AGE:',LENGTH=04,                  *
               ATTRB=PROT
CMAG     DFHMDF POS=(15,45),LENGTH=04,ATTRB=PROT,                      *
               PICOUT='9(04)'
         DFHMDF POS=(15,52),INITIAL='TAT DAYS:',LENGTH=09,             *
               ATTRB=PROT
CMTT     DFHMDF POS=(15,62),LENGTH=03,ATTRB=PROT,                      *
               PICOUT='9(03)'
         DFHMDF POS=(16,05),INITIAL='ESCALATION:',LENGTH=11,           *
               ATTRB=PROT
CMEL     DFHMDF POS=(16,25),LENGTH=01,ATTRB=PROT,                      *
               PICOUT='9(01)'
         DFHMDF POS=(16,40),INITIAL='AGENT:',LENGTH=06,                *
               ATTRB=PROT
CMGT     DFHMDF POS=(16,47),LENGTH=05,ATTRB=PROT,                      *
               PICOUT='X(05)'
         DFHMDF POS=(18,20),INITIAL='MSG:',                            *
               ATTRB=PROT,LENGTH=05
MSG      DFHMDF POS=(18,25),ATTRB=PROT,LENGTH=45
         DFHMDF POS=(21,10),LENGTH=58,ATTRB=PROT,                      *
               INITIAL='PF2=FETCH PF4=LOG PF5=SAVE PF3=MENU PF12=CLEAR'
PMAP050  DFHMSD TYPE=FINAL
         END
