PMAP053  DFHMSD TYPE=&SYSPARM,LANG=COBOL,MODE=INOUT,                   *
               STORAGE=AUTO,TIOAPFX=YES
WAV1     DFHMDI SIZE=(24,80),LINE=1,COLUMN=1,CTRL=(FREEKB,FRSET)
         DFHMDF POS=(2,25),INITIAL='STATE BANK OF INDIA',LENGTH=20,    *
               ATTRB=(PROT,BRT)
         DFHMDF POS=(1,60),INITIAL='DATE:',LENGTH=05,                  *
               ATTRB=PROT
DATF     DFHMDF POS=(1,66),LENGTH=10,ATTRB=PROT
         DFHMDF POS=(3,25),INITIAL='CHARGE / PENAL WAIVER',            *
               LENGTH=21,ATTRB=(PROT,BRT)
         DFHMDF POS=(6,05),INITIAL='ACCOUNT NO:',LENGTH=11,            *
               ATTRB=PROT
WVAC     DFHMDF POS=(6,24),LENGTH=10,ATTRB=(UNPROT,IC),                *
               PICIN='X(10)',PICOUT='X(10)'
         DFHMDF POS=(6,35),LENGTH=1,ATTRB=ASKIP
         DFHMDF POS=(8,05),INITIAL='OPEN FEES   :',LENGTH=13,          *
               ATTRB=PROT
WVFO     DFHMDF POS=(8,24),LENGTH=08,ATTRB=PROT,                       *
               PICOUT='9(08)'
         DFHMDF POS=(9,05),INITIAL='PENAL LEVIED:',LENGTH=13,          *
               ATTRB=PROT
WVPN     DFHMDF POS=(9,24),LENGTH=08,ATTRB=PROT,                       *
               PICOUT='9(08)'
         DFHMDF POS=(10,05),INITIAL='DEMAND DUE  :',LENGTH=13,         *
               ATTRB=PROT
WVDU     DFHMDF POS=(10,24),LENGTH=08,ATTRB=PROT,                      *
               PICOUT='9(08)'
         DFHMDF POS=(12,05),INITIAL='FEE CODE OR PENL:',LENGTH=17,     *
               ATTRB=PROT
WVCD     DFHMDF POS=(12,24),LENGTH=04,ATTRB=UNPROT,                    *
               PICIN='X(04)',PICOUT='X(04)'
         DFHMDF POS=(12,29),LENGTH=1,ATTRB=ASKIP
         DFHMDF POS=(13,05),INITIAL='AMOUNT TO WAIVE :',LENGTH=17,     *
               ATTRB=PROT
WVAM     DFHMDF POS=(13,24),LENGTH=08,ATTRB=(UNPROT,NUM),              *
               PICIN='9(08)',PICOUT='9(08)'
         DFHMDF POS=(13,33),LENGTH=1,ATTRB=ASKIP
         DFHMDF POS=(14,05),INITIAL='REASON          :',LENGTH=17,     *
               ATTRB=PROT
WVRS     DFHMDF POS=(14,24),LENGTH=30,ATTRB=UNPROT,                    *
               PICIN='X(30)',PICOUT='X(30)'
         DFHMDF POS=(14,55),LENGTH=1,ATTRB=ASKIP
         DFHMDF POS=(18,20),INITIAL='MSG:',                            *
               ATTRB=PROT,LENGTH=05
MSG      DFHMDF POS=(18,25),ATTRB=PROT,LENGTH=45
         DFHMDF POS=(21,05),LENGTH=72,ATTRB=PROT,                      *
               INITIAL='PF2=FETCH PF5=REQUEST WAIVER (APPRVQ) PF3=MENU *
               PF12=CLEAR'
PMAP053  DFHMSD TYPE=FINAL
         END
