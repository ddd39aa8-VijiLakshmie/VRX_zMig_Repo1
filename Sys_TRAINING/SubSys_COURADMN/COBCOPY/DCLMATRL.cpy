      ******************************************************************
      * DCLGEN TABLE(DBODEVP.COURSE_MATERIAL)                          *
      *        LIBRARY(ROYAL.DEVP.DCLGLIB.COBOL(DCLMATRL))             *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DBODEVP.COURSE_MATERIAL TABLE
           ( SESSION_CATG                   CHAR(2) NOT NULL,
             ITEM_CODE                      CHAR(8) NOT NULL,
             QTY_PER_DELEGATE               SMALLINT NOT NULL,
             USR_ID                         CHAR(8) NOT NULL,
             DTS                            TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.COURSE_MATERIAL            *
      *                                                                *
      * THE MATERIALS MASTER - ONE ROW PER (COURSE CATEGORY, STOCK     *
      * ITEM) PAIR: THE WORKBOOKS, KITS AND LICENCES EVERY DELEGATE    *
      * ON A RUN OF THE COURSE IS ISSUED. ITEM_CODE IS THE             *
      * MATERIAL_STOCK KEY. THE ETROP89 NIGHTLY PICK LIST MULTIPLIES   *
      * QTY_PER_DELEGATE BY EACH SESSION'S ACTIVE HEADCOUNT. A         *
      * CATEGORY WITH NO ROWS NEEDS NO MATERIALS.                      *
      ******************************************************************
       01  DCLCOURSE-MATERIAL.
           10 CMT-SESSION-CATG     PIC X(2).
           10 CMT-ITEM-CODE        PIC X(8).
           10 CMT-QTY-PER-DELEGATE PIC S9(4) USAGE COMP.
           10 CMT-USR-ID           PIC X(8).
           10 CMT-DTS              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
