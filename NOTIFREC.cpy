               88 NOTIF-EV-CLOSURE          VALUE 'C'.
               88 NOTIF-EV-EXPIRED          VALUE 'X'.
               88 NOTIF-EV-MNDT-STOP        VALUE 'M'.
               88 NOTIF-EV-RATE-CHANGE      VALUE 'R'.
               88 NOTIF-EV-DISCONTINUED     VALUE 'D'.
               88 NOTIF-EV-REKYC            VALUE 'K'.
      *        MANDATORY REGULATORY ADVICES - THE LETTER GOES EVEN TO A
      *        DO-NOT-DISTURB OR SMS-ONLY CUSTOMER.
               88 NOTIF-EV-REGULATORY       VALUE 'R' 'K' 'C' 'F'.
