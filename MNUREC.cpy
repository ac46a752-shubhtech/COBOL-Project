      *  SHARED MENU ENTITLEMENT RECORD -- MENUF (KEYED BY MENU PAGE
      *  AND LINE) DRIVES THE SBI MAIN MENU. EACH PAGE IS ONE GROUP OF
      *  FUNCTIONS; LINE 00 OF A PAGE CARRIES ONLY THE GROUP TITLE.
      *  EVERY OTHER LINE IS ONE FUNCTION: ITS FAST-PATH CODE, THE
      *  TEXT SHOWN, THE PROGRAM THE MENU HANDS CONTROL TO AND THE
      *  OPERATOR ROLES (OPSEC T / S / I) ENTITLED TO IT - AN OPERATOR
      *  IS NEVER SHOWN, AND CANNOT FAST-PATH TO, A FUNCTION THEIR
      *  ROLE IS NOT LISTED AGAINST. LOADED BY MNULOAD.
           05 MNU-KEY.
               10 MNU-PAGE              PIC 9(01).
               10 MNU-LINE              PIC 9(02).
                   88 MNU-TITLE-LINE          VALUE 0.
           05 MNU-FAST                  PIC X(04).
           05 MNU-DESC                  PIC X(20).
           05 MNU-PROGRAM               PIC X(08).
           05 MNU-ROLES                 PIC X(03).
           05 FILLER                    PIC X(12).
