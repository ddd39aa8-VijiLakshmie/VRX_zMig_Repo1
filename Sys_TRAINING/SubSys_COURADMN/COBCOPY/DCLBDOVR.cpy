      ******************************************************************
      * DCLGEN TABLE(DBODEVP.BUDGET_OVERRIDE)                          *
      *        LIBRARY(ROYAL.DEVP.DCLGLIB.COBOL(DCLBDOVR))             *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DBODEVP.BUDGET_OVERRIDE TABLE
           ( EDEPT                          CHAR(4) NOT NULL,
             FISCAL_YEAR                    SMALLINT NOT NULL,
             SESSION_CATG                   CHAR(2) NOT NULL,
             SESSION_ID                     INTEGER NOT NULL,
             EMAIL_ADDR                     VARCHAR(120) NOT NULL,
             ENO                            CHAR(4) NOT NULL,
             SEAT_FEE                       DECIMAL(9,2) NOT NULL,
             COMMITTED_AMOUNT               DECIMAL(11,2) NOT NULL,
             ALLOCATED_AMOUNT               DECIMAL(11,2) NOT NULL,
             OVERRIDE_REASON                VARCHAR(60) NOT NULL,
             USR_ID                         CHAR(8) NOT NULL,
             DTS                            TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.BUDGET_OVERRIDE            *
      *                                                                *
      * INSERT-ONLY LOG OF EVERY APPROVAL TAKEN OVER A DEPARTMENT'S    *
      * TRAINING BUDGET. ETRB025 REFUSES AN APPROVAL THAT WOULD TAKE   *
      * THE DEPARTMENT'S COMMITTED SPEND PAST ITS DEPT_TRAINING_BUDGET *
      * ALLOCATION UNLESS THE MANAGER KEYS AN OVERRIDE REASON; WHEN    *
      * ONE IS KEYED THE APPROVAL GOES THROUGH AND THIS ROW RECORDS    *
      * WHO, WHY, AND THE FIGURES THEY SAW (THE SEAT, THE COMMITTED    *
      * TOTAL INCLUDING IT, THE ALLOCATION). ETROP86 COUNTS THEM PER   *
      * DEPARTMENT FOR FINANCE.                                        *
      ******************************************************************
       01  DCLBUDGET-OVERRIDE.
           10 BOV-EDEPT            PIC X(4).
           10 BOV-FISCAL-YEAR      PIC S9(4) USAGE COMP.
           10 BOV-SESSION-CATG     PIC X(2).
           10 BOV-SESSION-ID       PIC S9(9) USAGE COMP.
           10 BOV-EMAIL-ADDR.
              49 BOV-EMAIL-ADDR-LEN    PIC S9(4) USAGE COMP.
              49 BOV-EMAIL-ADDR-TEXT   PIC X(120).
           10 BOV-ENO              PIC X(4).
           10 BOV-SEAT-FEE         PIC S9(7)V99 USAGE COMP-3.
           10 BOV-COMMITTED-AMOUNT PIC S9(9)V99 USAGE COMP-3.
           10 BOV-ALLOCATED-AMOUNT PIC S9(9)V99 USAGE COMP-3.
           10 BOV-OVERRIDE-REASON.
              49 BOV-OVERRIDE-REASON-LEN  PIC S9(4) USAGE COMP.
              49 BOV-OVERRIDE-REASON-TEXT PIC X(60).
           10 BOV-USR-ID           PIC X(8).
           10 BOV-DTS              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
