      ******************************************************************
      * DCLGEN TABLE(DBODEVP.DEPT_TRAINING_BUDGET)                     *
      *        LIBRARY(ROYAL.DEVP.DCLGLIB.COBOL(DCLDBUDG))             *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DBODEVP.DEPT_TRAINING_BUDGET TABLE
           ( EDEPT                          CHAR(4) NOT NULL,
             FISCAL_YEAR                    SMALLINT NOT NULL,
             ALLOCATED_AMOUNT               DECIMAL(11,2) NOT NULL,
             USR_ID                         CHAR(8) NOT NULL,
             DTS                            TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.DEPT_TRAINING_BUDGET       *
      *                                                                *
      * ONE ROW PER DEPARTMENT (EMP999.EDEPT) PER FISCAL YEAR, KEYED   *
      * ON BOTH: THE TRAINING ALLOCATION FINANCE GIVES THE DEPARTMENT. *
      * ETRB025 CHECKS A DEPARTMENT'S COMMITTED SPEND - APPROVED PLUS  *
      * PENDING ENO REGISTRATIONS AT THEIR PRICED FEE, BY THE YEAR THE *
      * SESSION STARTS - AGAINST IT BEFORE APPROVING, AND ETROP86      *
      * REPORTS BUDGET VERSUS COMMITTED VERSUS ACTUAL (THE ETROP85     *
      * RECHARGE BASIS) EACH MONTH. A DEPARTMENT WITH NO ROW FOR THE   *
      * YEAR IS UNBUDGETED: APPROVALS ARE NOT HELD UP, AND THE REPORT  *
      * SHOWS IT AS SUCH SO FINANCE CAN ALLOCATE.                      *
      ******************************************************************
       01  DCLDEPT-TRAINING-BUDGET.
           10 DBG-EDEPT            PIC X(4).
           10 DBG-FISCAL-YEAR      PIC S9(4) USAGE COMP.
           10 DBG-ALLOCATED-AMOUNT PIC S9(9)V99 USAGE COMP-3.
           10 DBG-USR-ID           PIC X(8).
           10 DBG-DTS              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
