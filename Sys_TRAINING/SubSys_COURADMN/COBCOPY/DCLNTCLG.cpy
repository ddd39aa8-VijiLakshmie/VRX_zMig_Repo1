      *   'CANC' = CANCELLATION NOTICE  (ETRB006)                      *
      *   'RESC' = DATE-CHANGE NOTICE   (ETRB012)                      *
      *   'CERT' = COMPLETION CERTIFICATE (ETROP23)                    *
      *   'HOLD' = SEAT-HOLD WARNING      (ETROP115)                   *
      *   'SUBS' = SUBSTITUTION RELEASE   (ETRB033)                    *
      *   'ICAL' / 'ICUP' / 'ICCN' = CALENDAR INVITE, UPDATE AND       *
      *            CANCELLATION (ETROP100) - THESE GO STRAIGHT OUT ON  *
      *            ICALOUT AND ARE LOGGED 'S', NEVER DIGESTED          *
      *   'PACK' = INSTRUCTOR PACK PRINTED (ETROP72) - NO RECIPIENT,   *
      *            EMAIL_ADDR HOLDS 'INSTRUCTOR PACK'; LOGGED 'S'      *
      *   'DDAN' = DIRECT-DEBIT ADVANCE NOTICE (ETROP132) - LOGGED 'S',*
      *            NEVER DIGESTED; EMAIL_ADDR IS THE PAYER'S CONTACT   *
      * LANG_CD RECORDS WHICH TEMPLATE/LANGUAGE VARIANT WENT OUT -    *
      * THE ROW'S LANG_PREF AT WRITE TIME, 'EN' WHEN NONE.            *
      *                                                                 *
