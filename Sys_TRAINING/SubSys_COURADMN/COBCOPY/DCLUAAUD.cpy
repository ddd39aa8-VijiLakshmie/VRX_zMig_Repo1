      ******************************************************************
      * DCLGEN TABLE(DBODEVP.USER_AUTHORITY_AUDIT)                     *
      *        LIBRARY(ROYAL.DEVP.DCLGLIB.COBOL(DCLUAAUD))             *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DBODEVP.USER_AUTHORITY_AUDIT TABLE
           ( AUDIT_DTS                      TIMESTAMP NOT NULL,
             USR_ID                         CHAR(8) NOT NULL,
             FUNCTION_CODE                  CHAR(8) NOT NULL,
             AUDIT_ACTION                   CHAR(1) NOT NULL,
             ENO                            CHAR(4),
             GRANTED_BY                     CHAR(8) NOT NULL
                                             WITH DEFAULT,
             GRANTED_DTS                    TIMESTAMP NOT NULL,
             ACTION_BY                      CHAR(8) NOT NULL,
             ACTION_MODULE                  CHAR(8) NOT NULL,
             ACTION_REASON                  CHAR(40) NOT NULL
                                             WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.USER_AUTHORITY_AUDIT       *
      *                                                                *
      * ONE ROW PER CHANGE TO A USER_AUTHORITY GRANT, WRITTEN BY       *
      * CPUAAUD FROM THE GRANT ROW ITSELF - ENO, GRANTED_BY AND        *
      * GRANTED_DTS ARE THE GRANT AS IT STOOD AT THE TIME. ROWS ARE    *
      * NEVER UPDATED. ETROP131 DELETES THEM ONLY UNDER A RETENTION    *
      * POLICY OF AT LEAST SEVEN YEARS, AND NEVER WHILE THE GRANT IS   *
      * STILL HELD. AUDIT_ACTION VALUES:                               *
      *   'G' - GRANTED ON ETRM025                                     *
      *   'R' - REVOKED ON ETRM025                                     *
      *   'C' - RE-CONFIRMED ON ETRM025 AFTER THE MANAGER'S SIGN-OFF   *
      *   'S' - SENT FOR QUARTERLY RECERTIFICATION (ETROP128)          *
      *   'D' - REVOKED BY ETROP128 - NOT RE-CONFIRMED BY THE DEADLINE *
      *   'L' - REVOKED BY ETROP128 - OWNER LEFT OR NOT ON EMP999      *
      * ACTION_BY IS THE SIGNED-ON USER, OR 'BATCH' FOR ETROP128.      *
      ******************************************************************
       01  DCLUSER-AUTHORITY-AUDIT.
           10 UAD-AUDIT-DTS        PIC X(26).
           10 UAD-USR-ID           PIC X(8).
           10 UAD-FUNCTION-CODE    PIC X(8).
           10 UAD-AUDIT-ACTION     PIC X(1).
           10 UAD-ENO              PIC X(4).
           10 UAD-GRANTED-BY       PIC X(8).
           10 UAD-GRANTED-DTS      PIC X(26).
           10 UAD-ACTION-BY        PIC X(8).
           10 UAD-ACTION-MODULE    PIC X(8).
           10 UAD-ACTION-REASON    PIC X(40).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
