       01 REPREC.
              COPY RPTREC.
       FD NTLFILE.
      *    THE CONTACT LOG NOTIFD AND THE COLLECTION PATHS WRITE.
       01 NTLREC1.
              COPY NTLREC.
       FD OUTFILE.
       01 OUTREC                       PIC X(80).
       WORKING-STORAGE SECTION.
