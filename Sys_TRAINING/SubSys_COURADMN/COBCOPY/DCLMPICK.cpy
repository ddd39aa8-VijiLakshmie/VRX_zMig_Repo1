      ******************************************************************
      * DCLGEN TABLE(DBODEVP.MATERIAL_PICK)                            *
      *        LIBRARY(ROYAL.DEVP.DCLGLIB.COBOL(DCLMPICK))             *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DBODEVP.MATERIAL_PICK TABLE
           ( SESSION_CATG                   CHAR(2) NOT NULL,
             SESSION_ID                     INTEGER NOT NULL,
             ITEM_CODE                      CHAR(8) NOT NULL,
             PICK_QTY                       INTEGER NOT NULL,
             PICK_STATUS                    CHAR(1) NOT NULL
                                             WITH DEFAULT 'P',
             CONFIRM_DTS                    TIMESTAMP,
             USR_ID                         CHAR(8) NOT NULL,
             DTS                            TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.MATERIAL_PICK              *
      *                                                                *
      * ONE ROW PER (SESSION, ITEM) ON THE STORES PICK LIST.           *
      * PICK_STATUS: 'P' = PENDING - REBUILT EVERY NIGHT BY ETROP89    *
      * FROM THE CURRENT HEADCOUNT; 'C' = CONFIRMED - ETROP90 HAS      *
      * TAKEN PICK_QTY OFF MATERIAL_STOCK AND STAMPED CONFIRM_DTS,     *
      * AND THE ROW IS NEVER REBUILT AGAIN. CONFIRM_DTS IS NULL WHILE  *
      * THE ROW IS PENDING.                                            *
      ******************************************************************
       01  DCLMATERIAL-PICK.
           10 MPK-SESSION-CATG     PIC X(2).
           10 MPK-SESSION-ID       PIC S9(9) USAGE COMP.
           10 MPK-ITEM-CODE        PIC X(8).
           10 MPK-PICK-QTY         PIC S9(9) USAGE COMP.
           10 MPK-PICK-STATUS      PIC X(1).
              88 MPK-STATUS-PENDING          VALUE 'P'.
              88 MPK-STATUS-CONFIRMED        VALUE 'C'.
           10 MPK-CONFIRM-DTS      PIC X(26).
           10 MPK-USR-ID           PIC X(8).
           10 MPK-DTS              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
