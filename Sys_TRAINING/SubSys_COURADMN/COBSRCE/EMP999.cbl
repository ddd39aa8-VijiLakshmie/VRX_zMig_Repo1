             EROLE                          CHAR(2),
             EDEPT                          CHAR(4),
             WORK_EMAIL                     VARCHAR(120),
             MANAGER_ENO                    CHAR(4),
             LEAVE_DATE                     DATE
           ) END-EXEC.
      ******************************************************************
      * EROLE IS THE STORED ROLE CODE THE SALARY-BAND CHECK KEYS ON   *
      *    NO MANAGER ON FILE. MAINTAINED BY ETRB018.
      *    *************************************************************
           10 MANAGER-ENO          PIC X(4).
      *    *************************************************************
      *    LEAVE_DATE IS THE LAST DAY OF EMPLOYMENT - A LEAVER IS
      *    END-DATED, NEVER DELETED, SO TEACHING AND APPROVAL HISTORY
      *    STILL RESOLVES. NULL = CURRENT EMPLOYEE. SET BY ETRB018,
      *    NORMALLY FROM THE ETROP109 INBOUND HR FEED; A MANAGER WHO
      *    HAS LEFT CAN NO LONGER BE KEYED AS ANYONE'S MANAGER.
      *    *************************************************************
           10 LEAVE-DATE           PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
