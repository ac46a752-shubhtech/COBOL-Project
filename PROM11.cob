         DFHMDF POS=(12,05),LENGTH=18,ATTRB=PROT,                     *
               INITIAL='DISBURSED SO FAR :'
DSF      DFHMDF POS=(12,25),LENGTH=07,ATTRB=PROT
         DFHMDF POS=(13,05),LENGTH=18,ATTRB=PROT,                      *
               INITIAL='CURRENCY         :'
DCY      DFHMDF POS=(13,25),LENGTH=03,ATTRB=PROT
         DFHMDF POS=(14,05),LENGTH=18,ATTRB=PROT,                      *
               INITIAL='FOREIGN AMOUNT   :'
DFX      DFHMDF POS=(14,25),LENGTH=09,ATTRB=(UNPROT,NUM),              *
               PICIN='9(07)V99',PICOUT='9(07)V99'
         DFHMDF POS=(14,35),LENGTH=1,ATTRB=ASKIP
         DFHMDF POS=(15,05),LENGTH=18,ATTRB=PROT,                      *
               INITIAL='CARD RATE        :'
DRT      DFHMDF POS=(15,25),LENGTH=08,ATTRB=PROT,                      *
               PICOUT='ZZ9.9999'
         DFHMDF POS=(16,05),LENGTH=18,ATTRB=PROT,                      *
               INITIAL='RUPEE EQUIVALENT :'
DIN      DFHMDF POS=(16,25),LENGTH=08,ATTRB=PROT,                      *
               PICOUT='9(08)'
         DFHMDF POS=(18,05),LENGTH=05,ATTRB=PROT,                     *
               INITIAL='MSG:'
MSG      DFHMDF POS=(18,11),LENGTH=45,ATTRB=PROT
