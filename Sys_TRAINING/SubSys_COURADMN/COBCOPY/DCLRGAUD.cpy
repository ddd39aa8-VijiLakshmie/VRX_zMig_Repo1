      * THE OLD_* COLUMNS ARE THE TRUE BEFORE-IMAGE. NEW_* COLUMNS     *
      * ARE NULL WHERE THE CHANGING MODULE DID NOT TOUCH THAT FIELD.   *
      * AUDIT_ACTION NAMES THE PATH: CANCEL, CASCADE, CONTACT,         *
      * PROMOTE, COMPLETE, PAYMENT, TRANSFER, REVERSAL.                *
      ******************************************************************
       01  DCLREGISTRATION-AUDIT.
           10 AUDT-SESSION-CATG    PIC X(2).
