             DELIVERY_MODE                  CHAR(1) NOT NULL
                                             WITH DEFAULT 'C',
             MEETING_LINK                   VARCHAR(120),
             SESSION_TYPE                   CHAR(1) NOT NULL
                                             WITH DEFAULT 'P',
             CLOSED_ORG_CODE                CHAR(8),
             FLAT_FEE                       DECIMAL(9,2),
             CONTRACT_HEADCOUNT             SMALLINT,
             OVERAGE_FEE                    DECIMAL(9,2),
             ARCHIVE_DTS                    TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
           10 MEETING-LINK.
              49 MEETING-LINK-LEN  PIC S9(4) USAGE COMP.
              49 MEETING-LINK-TEXT PIC X(120).
           10 SESSION-TYPE         PIC X(1).
           10 CLOSED-ORG-CODE      PIC X(8).
           10 FLAT-FEE             PIC S9(7)V99 USAGE COMP-3.
           10 CONTRACT-HEADCOUNT   PIC S9(4) USAGE COMP.
           10 OVERAGE-FEE          PIC S9(7)V99 USAGE COMP-3.
           10 ARCHIVE-DTS          PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 20      *
      ******************************************************************
