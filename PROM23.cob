         DFHMDF POS=(5,05),LENGTH=15,ATTRB=PROT,                      *
               INITIAL='BUSINESS DATE :'
OBD      DFHMDF POS=(5,22),LENGTH=08,ATTRB=PROT
         DFHMDF POS=(5,34),LENGTH=16,ATTRB=PROT,                       *
               INITIAL='CLOSED THROUGH :'
OPD      DFHMDF POS=(5,51),LENGTH=08,ATTRB=PROT
OPS      DFHMDF POS=(5,60),LENGTH=08,ATTRB=(PROT,BRT)
RLH      DFHMDF POS=(7,05),LENGTH=70,ATTRB=(PROT,BRT)
RL1      DFHMDF POS=(8,05),LENGTH=70,ATTRB=PROT
RL2      DFHMDF POS=(9,05),LENGTH=70,ATTRB=PROT
RL3      DFHMDF POS=(10,05),LENGTH=70,ATTRB=PROT
RL4      DFHMDF POS=(11,05),LENGTH=70,ATTRB=PROT
RL5      DFHMDF POS=(12,05),LENGTH=70,ATTRB=PROT
RL6      DFHMDF POS=(13,05),LENGTH=70,ATTRB=PROT
RL7      DFHMDF POS=(14,05),LENGTH=70,ATTRB=PROT
RL8      DFHMDF POS=(15,05),LENGTH=70,ATTRB=PROT
         DFHMDF POS=(16,05),LENGTH=15,ATTRB=PROT,                      *
               INITIAL='INBOUND SOURCE:'
ISRC     DFHMDF POS=(16,21),LENGTH=08,ATTRB=(UNPROT,IC),               *
               PICIN='X(08)',PICOUT='X(08)'
         DFHMDF POS=(16,30),LENGTH=1,ATTRB=ASKIP
         DFHMDF POS=(18,05),LENGTH=05,ATTRB=PROT,                     *
               INITIAL='MSG:'
MSG      DFHMDF POS=(18,11),LENGTH=45,ATTRB=PROT
         DFHMDF POS=(21,02),LENGTH=75,ATTRB=PROT,                      *
               INITIAL='PF2=REFRESH PF6=REQUEST PERIOD REOPEN PF7=INBOU*
               ND FILES PF3=EXIT PF12=CLEAR'
PMAP033  DFHMSD TYPE=FINAL
         END
