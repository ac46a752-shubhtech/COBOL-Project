      *  SHARED INBOUND-FILE CONTROL RECORD -- EVERY INTERFACE FILE
      *  RECEIVED FROM OUTSIDE THE BANK (PAYMENT HUB, NACH, BUREAU,
      *  CLEARING, INSURER, CSIS PORTAL, GL RETURNS) OPENS WITH ONE
      *  HDR RECORD AND CLOSES WITH ONE TRL RECORD IN THIS LAYOUT,
      *  LAID OVER THE FIRST 80 BYTES OF THE DETAIL RECORD. THE HEADER
      *  NAMES THE SENDER, THE FILE DATE AND THE SENDER'S SEQUENCE
      *  NUMBER; THE TRAILER CARRIES THE DETAIL RECORD COUNT AND THE
      *  HASH TOTAL OF THE FILE'S AMOUNT COLUMN (ZERO WHERE THE FILE
      *  HAS NONE). CHECKED AND REGISTERED ON INBREG BEFORE A SINGLE
      *  DETAIL IS APPLIED.
           05 IFC-REC-TYPE              PIC X(03).
               88 IFC-HEADER                  VALUE 'HDR'.
               88 IFC-TRAILER                 VALUE 'TRL'.
           05 IFC-SOURCE                PIC X(08).
           05 IFC-FILE-DATE-N           PIC 9(08).
           05 IFC-SEQ-NO                PIC 9(05).
           05 IFC-REC-COUNT             PIC 9(07).
           05 IFC-AMT-HASH              PIC 9(15).
           05 FILLER                    PIC X(34).
