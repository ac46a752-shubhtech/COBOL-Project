PMAP056  DFHMSD TYPE=&SYSPARM,LANG=COBOL,MODE=INOUT,                   *
               STORAGE=AUTO,TIOAPFX=YES
BCF1     DFHMDI SIZE=(24,80),LINE=1,COLUMN=1,CTRL=(FREEKB,FRSET)
         DFHMDF POS=(2,25),INITIAL='STATE BANK OF INDIA',LENGTH=20,    *
               ATTRB=(PROT,BRT)
         DFHMDF POS=(1,60),INITIAL='DATE:',LENGTH=05,                  *
               ATTRB=PROT
DATF     DFHMDF POS=(1,66),LENGTH=10,ATTRB=PROT
         DFHMDF POS=(3,22),INITIAL='BALANCE CONFIRMATION REPLY',       *
               LENGTH=26,ATTRB=(PROT,BRT)
         DFHMDF POS=(5,05),INITIAL='ACCOUNT NO       :',LENGTH=18,     *
               ATTRB=PROT
BCAC     DFHMDF POS=(5,26),LENGTH=10,ATTRB=(UNPROT,IC),                *
               PICIN='X(10)',PICOUT='X(10)'
         DFHMDF POS=(5,37),LENGTH=1,ATTRB=ASKIP
         DFHMDF POS=(5,40),INITIAL='FISCAL YEAR:',LENGTH=12,           *
               ATTRB=PROT
BCFY     DFHMDF POS=(5,53),LENGTH=04,ATTRB=(UNPROT,NUM),               *
               PICIN='9(04)',PICOUT='9(04)'
         DFHMDF POS=(5,58),LENGTH=1,ATTRB=ASKIP
         DFHMDF POS=(6,05),INITIAL='LETTER SENT ON   :',LENGTH=18,     *
               ATTRB=PROT
BCSD     DFHMDF POS=(6,26),LENGTH=08,ATTRB=PROT,                       *
               PICOUT='9(08)'
         DFHMDF POS=(6,40),INITIAL='STATUS S/C/D:',LENGTH=13,          *
               ATTRB=PROT
BCST     DFHMDF POS=(6,54),LENGTH=01,ATTRB=(PROT,BRT),                 *
               PICOUT='X(01)'
         DFHMDF POS=(8,05),INITIAL='OUTSTANDING      :',LENGTH=18,     *
               ATTRB=PROT
BCOS     DFHMDF POS=(8,26),LENGTH=08,ATTRB=PROT,                       *
               PICOUT='9(08)'
         DFHMDF POS=(8,40),INITIAL='AS AT:',LENGTH=06,                 *
               ATTRB=PROT
BCAA     DFHMDF POS=(8,47),LENGTH=08,ATTRB=PROT,                       *
               PICOUT='9(08)'
         DFHMDF POS=(9,05),INITIAL='INTEREST CHARGED :',LENGTH=18,     *
               ATTRB=PROT
BCIN     DFHMDF POS=(9,26),LENGTH=08,ATTRB=PROT,                       *
               PICOUT='9(08)'
         DFHMDF POS=(10,05),INITIAL='PAID IN THE YEAR :',LENGTH=18,    *
               ATTRB=PROT
BCPD     DFHMDF POS=(10,26),LENGTH=08,ATTRB=PROT,                      *
               PICOUT='9(08)'
         DFHMDF POS=(11,05),INITIAL='OVERDUE          :',LENGTH=18,    *
               ATTRB=PROT
BCOV     DFHMDF POS=(11,26),LENGTH=08,ATTRB=PROT,                      *
               PICOUT='9(08)'
         DFHMDF POS=(13,05),INITIAL='REPLY C/D        :',LENGTH=18,    *
               ATTRB=PROT
BCRS     DFHMDF POS=(13,26),LENGTH=01,ATTRB=UNPROT,                    *
               PICIN='X(01)',PICOUT='X(01)'
         DFHMDF POS=(13,28),LENGTH=30,ATTRB=ASKIP,                     *
               INITIAL='C CONFIRMED  D DISPUTED'
         DFHMDF POS=(14,05),INITIAL='CUSTOMER SAYS    :',LENGTH=18,    *
               ATTRB=PROT
BCCB     DFHMDF POS=(14,26),LENGTH=08,ATTRB=(UNPROT,NUM),              *
               PICIN='9(08)',PICOUT='9(08)'
         DFHMDF POS=(14,35),LENGTH=1,ATTRB=ASKIP
         DFHMDF POS=(15,05),INITIAL='DISPUTE DETAIL   :',LENGTH=18,    *
               ATTRB=PROT
BCDT     DFHMDF POS=(15,26),LENGTH=40,ATTRB=UNPROT,                    *
               PICIN='X(40)',PICOUT='X(40)'
         DFHMDF POS=(15,67),LENGTH=1,ATTRB=ASKIP
         DFHMDF POS=(16,05),INITIAL='COMPLAINT NO     :',LENGTH=18,    *
               ATTRB=PROT
BCCN     DFHMDF POS=(16,26),LENGTH=08,ATTRB=PROT,                      *
               PICOUT='9(08)'
         DFHMDF POS=(17,05),INITIAL='REPLY RECORDED   :',LENGTH=18,    *
               ATTRB=PROT
BCRD     DFHMDF POS=(17,26),LENGTH=08,ATTRB=PROT,                      *
               PICOUT='9(08)'
         DFHMDF POS=(17,40),INITIAL='BY:',LENGTH=03,                   *
               ATTRB=PROT
BCRB     DFHMDF POS=(17,47),LENGTH=05,ATTRB=PROT,                      *
               PICOUT='X(05)'
         DFHMDF POS=(19,20),INITIAL='MSG:',                            *
               ATTRB=PROT,LENGTH=05
MSG      DFHMDF POS=(19,25),ATTRB=PROT,LENGTH=45
         DFHMDF POS=(21,05),LENGTH=72,ATTRB=PROT,                      *
               INITIAL='PF2=FETCH PF5=RECORD REPLY PF3=MENU PF12=CLEAR'
PMAP056  DFHMSD TYPE=FINAL
         END
