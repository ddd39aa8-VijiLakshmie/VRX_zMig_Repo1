             VENUE_ID                       CHAR(8),
             DELIVERY_MODE                  CHAR(1) NOT NULL
                                             WITH DEFAULT 'C',
             MEETING_LINK                   VARCHAR(120),
             SESSION_TYPE                   CHAR(1) NOT NULL
                                             WITH DEFAULT 'P',
             CLOSED_ORG_CODE                CHAR(8),
             FLAT_FEE                       DECIMAL(9,2),
             CONTRACT_HEADCOUNT             SMALLINT,
             OVERAGE_FEE                    DECIMAL(9,2)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.TRAINING_SESSION           *
      * TEMPLATE FILE CARRIES THEM YET - SESSIONS ARE CREATED          *
      * CLASSROOM AND THE ADMINISTRATOR FLIPS THEM VIRTUAL/HYBRID      *
      * (AND SETS THE LINK) BY SQL.                                    *
      * SESSION_TYPE: 'P' PUBLIC (THE DEFAULT), 'C' CLOSED - A PRIVATE *
      * IN-HOUSE RUN SOLD WHOLE TO THE ONE ORG IN CLOSED_ORG_CODE.     *
      * ETRB002 REFUSES ANY OTHER ORG'S SIGN-UP ON IT, THE CATALOG     *
      * (ETROP16) AND THE ALTERNATIVE/RESIT/INTEREST LOOKUPS NEVER     *
      * OFFER IT, AND ITS SEATS PRICE AT ZERO - ETROP20 BILLS THE ORG  *
      * FLAT_FEE ONCE, IN THE MONTH THE SESSION STARTS, PLUS           *
      * OVERAGE_FEE PER ACTIVE HEAD ABOVE CONTRACT_HEADCOUNT (NO       *
      * OVERAGE WHEN EITHER IS NULL). THE FOUR CLOSED-SESSION COLUMNS  *
      * ARE NULL ON A PUBLIC SESSION. LIKE THE MODE/LINK, THE          *
      * ADMINISTRATOR SETS THEM BY SQL ONCE THE DEAL IS SIGNED.        *
      ******************************************************************
       01  DCLTRAINING-SESSION.
           10 SESSION-CATG         PIC X(2).
           10 MEETING-LINK.
              49 MEETING-LINK-LEN  PIC S9(4) USAGE COMP.
              49 MEETING-LINK-TEXT PIC X(120).
           10 SESSION-TYPE         PIC X(1).
              88 SESN-TYPE-PUBLIC            VALUE 'P'.
              88 SESN-TYPE-CLOSED            VALUE 'C'.
           10 CLOSED-ORG-CODE      PIC X(8).
           10 FLAT-FEE             PIC S9(7)V99 USAGE COMP-3.
           10 CONTRACT-HEADCOUNT   PIC S9(4) USAGE COMP.
           10 OVERAGE-FEE          PIC S9(7)V99 USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 19      *
      ******************************************************************
