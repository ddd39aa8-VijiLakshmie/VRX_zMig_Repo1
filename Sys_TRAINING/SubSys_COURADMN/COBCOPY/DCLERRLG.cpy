             ERROR_CICS_SRCE                CHAR(8),
             ERROR_TEXT                     VARCHAR(100),
             RUN_PROGRAM_ID                 CHAR(8),
             RUN_START_DTS                  TIMESTAMP,
             INCIDENT_ID                    INTEGER
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.ERROR_LOG                  *
      *    THEM. NULL ON CICS-SIDE ERRORS AND LEGACY ROWS.
           10 ERROR-RUN-PROGRAM-ID  PIC X(8).
           10 ERROR-RUN-START-DTS   PIC X(26).
      *    INCIDENT_ID IS STAMPED BY THE NIGHTLY GROUPING RUN
      *    (ETROP118) WITH THE DBODEVP.INCIDENT ROW THIS ERROR WAS
      *    COUNTED AGAINST. NULL UNTIL THAT RUN HAS SEEN THE ROW -
      *    THE LOGGING COPYBOOKS NEVER SET IT.
           10 ERROR-INCIDENT-ID     PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 21      *
      ******************************************************************
