PMAP051  DFHMSD TYPE=&SYSPARM,LANG=COBOL,MODE=INOUT,                   *
               STORAGE=AUTO,TIOAPFX=YES
KYC1     DFHMDI SIZE=(24,80),LINE=1,COLUMN=1,CTRL=(FREEKB,FRSET)
         DFHMDF POS=(2,25),INITIAL='STATE BANK OF INDIA',LENGTH=20,    *
               ATTRB=(PROT,BRT)
         DFHMDF POS=(1,60),INITIAL='DATE:',LENGTH=05,                  *
               ATTRB=PROT
DATK     DFHMDF POS=(1,66),LENGTH=10,ATTRB=PROT
         DFHMDF POS=(3,23),INITIAL='KYC RE-VERIFICATION',LENGTH=19,    *
               ATTRB=(PROT,BRT)
         DFHMDF POS=(5,05),INITIAL='CUSTOMER NO:',LENGTH=12,           *
               ATTRB=PROT
KYCU     DFHMDF POS=(5,25),LENGTH=10,ATTRB=(UNPROT,IC),                *
               PICIN='X(10)',PICOUT='X(10)'
         DFHMDF POS=(5,36),LENGTH=1,ATTRB=ASKIP
         DFHMDF POS=(6,05),INITIAL='RISK (H/M/L):',LENGTH=13,          *
               ATTRB=PROT
KYRK     DFHMDF POS=(6,25),LENGTH=01,ATTRB=UNPROT,                     *
               PICIN='X(01)',PICOUT='X(01)'
         DFHMDF POS=(6,27),LENGTH=1,ATTRB=ASKIP
         DFHMDF POS=(6,30),LENGTH=40,ATTRB=PROT,                       *
               INITIAL='RE-KYC EVERY 2 / 8 / 10 YEARS'
         DFHMDF POS=(7,05),INITIAL='VERIFIED ON:',LENGTH=12,           *
               ATTRB=PROT
KYVD     DFHMDF POS=(7,25),LENGTH=10,ATTRB=UNPROT,                     *
               PICIN='X(10)',PICOUT='X(10)'
         DFHMDF POS=(7,36),LENGTH=1,ATTRB=ASKIP
         DFHMDF POS=(7,40),INITIAL='(MM/DD/YYYY, BLANK = TODAY)',      *
               LENGTH=27,ATTRB=PROT
         DFHMDF POS=(8,05),INITIAL='DOCUMENTS SEEN:',LENGTH=15,        *
               ATTRB=PROT
KYD1     DFHMDF POS=(8,25),LENGTH=04,ATTRB=UNPROT,                     *
               PICIN='X(04)',PICOUT='X(04)'
         DFHMDF POS=(8,30),LENGTH=1,ATTRB=ASKIP
KYD2     DFHMDF POS=(8,32),LENGTH=04,ATTRB=UNPROT,                     *
               PICIN='X(04)',PICOUT='X(04)'
         DFHMDF POS=(8,37),LENGTH=1,ATTRB=ASKIP
KYD3     DFHMDF POS=(8,39),LENGTH=04,ATTRB=UNPROT,                     *
               PICIN='X(04)',PICOUT='X(04)'
         DFHMDF POS=(8,44),LENGTH=1,ATTRB=ASKIP
         DFHMDF POS=(9,25),LENGTH=45,ATTRB=PROT,                       *
               INITIAL='PAN AADH PASS VOTR DLIC NREG'
         DFHMDF POS=(11,05),INITIAL='CUSTOMER:',LENGTH=09,             *
               ATTRB=PROT
KYNM     DFHMDF POS=(11,25),LENGTH=15,ATTRB=PROT,                      *
               PICOUT='X(15)'
         DFHMDF POS=(11,45),INITIAL='BRANCH:',LENGTH=07,               *
               ATTRB=PROT
KYBR     DFHMDF POS=(11,53),LENGTH=04,ATTRB=PROT,                      *
               PICOUT='X(04)'
         DFHMDF POS=(12,05),INITIAL='NEXT DUE:',LENGTH=09,             *
               ATTRB=PROT
KYND     DFHMDF POS=(12,25),LENGTH=10,ATTRB=PROT,                      *
               PICOUT='X(10)'
         DFHMDF POS=(12,45),INITIAL='STATUS:',LENGTH=07,               *
               ATTRB=PROT
KYST     DFHMDF POS=(12,53),LENGTH=08,ATTRB=(PROT,BRT),                *
               PICOUT='X(08)'
         DFHMDF POS=(13,05),INITIAL='VERIFIED BY:',LENGTH=12,          *
               ATTRB=PROT
KYVB     DFHMDF POS=(13,25),LENGTH=05,ATTRB=PROT,                      *
               PICOUT='X(05)'
         DFHMDF POS=(13,45),INITIAL='LETTER:',LENGTH=07,               *
               ATTRB=PROT
KYLT     DFHMDF POS=(13,53),LENGTH=10,ATTRB=PROT,                      *
               PICOUT='X(10)'
         DFHMDF POS=(18,20),INITIAL='MSG:',                            *
               ATTRB=PROT,LENGTH=05
MSG      DFHMDF POS=(18,25),ATTRB=PROT,LENGTH=45
         DFHMDF POS=(21,10),LENGTH=58,ATTRB=PROT,                      *
               INITIAL='PF2=FETCH PF5=SAVE VERIFICATION PF3=MENU PF12=C*
               LEAR'
PMAP051  DFHMSD TYPE=FINAL
         END
