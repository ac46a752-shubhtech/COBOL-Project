PMAP055  DFHMSD TYPE=&SYSPARM,LANG=COBOL,MODE=INOUT,                   *
               STORAGE=AUTO,TIOAPFX=YES
FRC1     DFHMDI SIZE=(24,80),LINE=1,COLUMN=1,CTRL=(FREEKB,FRSET)
         DFHMDF POS=(2,25),INITIAL='STATE BANK OF INDIA',LENGTH=20,    *
               ATTRB=(PROT,BRT)
         DFHMDF POS=(1,60),INITIAL='DATE:',LENGTH=05,                  *
               ATTRB=PROT
DATF     DFHMDF POS=(1,66),LENGTH=10,ATTRB=PROT
         DFHMDF POS=(3,25),INITIAL='FRAUD CASE REGISTER',              *
               LENGTH=19,ATTRB=(PROT,BRT)
         DFHMDF POS=(5,05),INITIAL='ACCOUNT NO       :',LENGTH=18,     *
               ATTRB=PROT
FCAC     DFHMDF POS=(5,26),LENGTH=10,ATTRB=(UNPROT,IC),                *
               PICIN='X(10)',PICOUT='X(10)'
         DFHMDF POS=(5,37),LENGTH=1,ATTRB=ASKIP
         DFHMDF POS=(6,05),INITIAL='CASE STATUS O/C  :',LENGTH=18,     *
               ATTRB=PROT
FCST     DFHMDF POS=(6,26),LENGTH=01,ATTRB=(PROT,BRT),                 *
               PICOUT='X(01)'
         DFHMDF POS=(6,40),INITIAL='OPENED:',LENGTH=07,                *
               ATTRB=PROT
FCOD     DFHMDF POS=(6,48),LENGTH=08,ATTRB=PROT,                       *
               PICOUT='9(08)'
         DFHMDF POS=(6,58),INITIAL='BY:',LENGTH=03,                    *
               ATTRB=PROT
FCOB     DFHMDF POS=(6,62),LENGTH=05,ATTRB=PROT,                       *
               PICOUT='X(05)'
         DFHMDF POS=(8,05),INITIAL='DETECTED ON      :',LENGTH=18,     *
               ATTRB=PROT
FCDD     DFHMDF POS=(8,26),LENGTH=08,ATTRB=(UNPROT,NUM),               *
               PICIN='9(08)',PICOUT='9(08)'
         DFHMDF POS=(8,35),LENGTH=1,ATTRB=ASKIP
         DFHMDF POS=(9,05),INITIAL='CATEGORY         :',LENGTH=18,     *
               ATTRB=PROT
FCCT     DFHMDF POS=(9,26),LENGTH=01,ATTRB=UNPROT,                     *
               PICIN='X(01)',PICOUT='X(01)'
         DFHMDF POS=(9,28),LENGTH=32,ATTRB=ASKIP,                      *
               INITIAL='M MISAPPROP F FORGERY C CHEATING'
         DFHMDF POS=(10,28),LENGTH=35,ATTRB=ASKIP,                     *
               INITIAL='U UNAUTH CREDIT N NEGLIGENCE O OTHER'
         DFHMDF POS=(11,05),INITIAL='AMOUNT INVOLVED  :',LENGTH=18,    *
               ATTRB=PROT
FCAM     DFHMDF POS=(11,26),LENGTH=09,ATTRB=(UNPROT,NUM),              *
               PICIN='9(09)',PICOUT='9(09)'
         DFHMDF POS=(11,36),LENGTH=1,ATTRB=ASKIP
         DFHMDF POS=(12,05),INITIAL='POLICE REPORT ON :',LENGTH=18,    *
               ATTRB=PROT
FCPD     DFHMDF POS=(12,26),LENGTH=08,ATTRB=(UNPROT,NUM),              *
               PICIN='9(08)',PICOUT='9(08)'
         DFHMDF POS=(12,35),LENGTH=1,ATTRB=ASKIP
         DFHMDF POS=(13,05),INITIAL='RECOVERED IN A/C :',LENGTH=18,    *
               ATTRB=PROT
FCRA     DFHMDF POS=(13,26),LENGTH=09,ATTRB=PROT,                      *
               PICOUT='9(09)'
         DFHMDF POS=(14,05),INITIAL='OTHER RECOVERY   :',LENGTH=18,    *
               ATTRB=PROT
FCRO     DFHMDF POS=(14,26),LENGTH=09,ATTRB=(UNPROT,NUM),              *
               PICIN='9(09)',PICOUT='9(09)'
         DFHMDF POS=(14,36),LENGTH=1,ATTRB=ASKIP
         DFHMDF POS=(15,05),INITIAL='STAFF ACCT Y/N   :',LENGTH=18,    *
               ATTRB=PROT
FCSF     DFHMDF POS=(15,26),LENGTH=01,ATTRB=UNPROT,                    *
               PICIN='X(01)',PICOUT='X(01)'
         DFHMDF POS=(15,28),LENGTH=1,ATTRB=ASKIP
         DFHMDF POS=(15,40),INITIAL='STAFF ID:',LENGTH=09,             *
               ATTRB=PROT
FCSI     DFHMDF POS=(15,50),LENGTH=05,ATTRB=UNPROT,                    *
               PICIN='X(05)',PICOUT='X(05)'
         DFHMDF POS=(15,56),LENGTH=1,ATTRB=ASKIP
         DFHMDF POS=(16,05),INITIAL='LAST UPDATED     :',LENGTH=18,    *
               ATTRB=PROT
FCUD     DFHMDF POS=(16,26),LENGTH=08,ATTRB=PROT,                      *
               PICOUT='9(08)'
         DFHMDF POS=(16,40),INITIAL='BY:',LENGTH=03,                   *
               ATTRB=PROT
FCUB     DFHMDF POS=(16,50),LENGTH=05,ATTRB=PROT,                      *
               PICOUT='X(05)'
         DFHMDF POS=(18,20),INITIAL='MSG:',                            *
               ATTRB=PROT,LENGTH=05
MSG      DFHMDF POS=(18,25),ATTRB=PROT,LENGTH=45
         DFHMDF POS=(21,05),LENGTH=72,ATTRB=PROT,                      *
               INITIAL='PF2=FETCH PF5=SAVE PF6=CLOSE CASE PF3=MENU PF12*
               =CLEAR'
PMAP055  DFHMSD TYPE=FINAL
         END
