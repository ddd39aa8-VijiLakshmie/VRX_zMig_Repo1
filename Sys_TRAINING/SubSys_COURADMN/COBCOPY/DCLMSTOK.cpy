      ******************************************************************
      * DCLGEN TABLE(DBODEVP.MATERIAL_STOCK)                           *
      *        LIBRARY(ROYAL.DEVP.DCLGLIB.COBOL(DCLMSTOK))             *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DBODEVP.MATERIAL_STOCK TABLE
           ( ITEM_CODE                      CHAR(8) NOT NULL,
             ITEM_DESC                      CHAR(30) NOT NULL,
             ON_HAND_QTY                    INTEGER NOT NULL,
             REORDER_LEVEL                  INTEGER NOT NULL,
             USR_ID                         CHAR(8) NOT NULL,
             DTS                            TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.MATERIAL_STOCK             *
      *                                                                *
      * THE STORES STOCK FILE - ONE ROW PER ITEM_CODE. ON_HAND_QTY IS  *
      * WHAT IS ON THE SHELF; ONLY A CONFIRMED PICK (ETROP90) TAKES    *
      * STOCK OFF IT. STORES RAISE IT BY SQL WHEN A DELIVERY IS        *
      * BOOKED IN. REORDER_LEVEL IS THE FLOOR BELOW WHICH ETROP89'S    *
      * REORDER REPORT ASKS FOR MORE.                                  *
      ******************************************************************
       01  DCLMATERIAL-STOCK.
           10 MST-ITEM-CODE        PIC X(8).
           10 MST-ITEM-DESC        PIC X(30).
           10 MST-ON-HAND-QTY      PIC S9(9) USAGE COMP.
           10 MST-REORDER-LEVEL    PIC S9(9) USAGE COMP.
           10 MST-USR-ID           PIC X(8).
           10 MST-DTS              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
