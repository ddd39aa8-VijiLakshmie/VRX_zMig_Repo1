      * SUPPRESSION AROSE:                                             *
      *   'R' = REGISTRANT REQUEST    'S' = STAFF/FRONT DESK           *
      *   'B' = MAIL-SYSTEM BOUNCE (ADDRESS UNDELIVERABLE)             *
      *   'E' = RIGHT-TO-ERASURE (ETROP126) - ALSO REJECTED BY THE     *
      *         ETROP36 BULK LOADER, SO THE PERSON IS NOT RE-LOADED    *
      ******************************************************************
       01  DCLMAIL-OPTOUT.
           10 OPT-OUT-EMAIL-ADDR.
