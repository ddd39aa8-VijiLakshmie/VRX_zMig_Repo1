      ******************************************************************
      * DCLGEN TABLE(DBODEVP.INCIDENT)                                 *
      *        LIBRARY(ROYAL.DEVP.DCLGLIB.COBOL(DCLINCID))             *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DBODEVP.INCIDENT TABLE
           ( INCIDENT_ID                    INTEGER NOT NULL,
             ERROR_MODULE                   CHAR(8) NOT NULL,
             ERROR_PARA_NAME                CHAR(30) NOT NULL,
             ERROR_SQLCODE                  INTEGER NOT NULL
                                             WITH DEFAULT 0,
             ERROR_CICS_RESP                INTEGER NOT NULL
                                             WITH DEFAULT 0,
             INCIDENT_STATUS                CHAR(1) NOT NULL
                                             WITH DEFAULT 'O',
             WORST_SEVERITY                 CHAR(1) NOT NULL,
             FIRST_SEEN_DTS                 TIMESTAMP NOT NULL,
             LAST_SEEN_DTS                  TIMESTAMP NOT NULL,
             OCCURRENCE_COUNT               INTEGER NOT NULL,
             REOPEN_COUNT                   SMALLINT NOT NULL
                                             WITH DEFAULT 0,
             OPENED_DTS                     TIMESTAMP NOT NULL,
             CLOSED_DTS                     TIMESTAMP,
             OWNER_USR_ID                   CHAR(8),
             TICKET_REF                     CHAR(20),
             RESOLUTION_NOTES               VARCHAR(180),
             USR_ID                         CHAR(8) NOT NULL,
             DTS                            TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.INCIDENT                   *
      *                                                                *
      * ONE ROW PER DISTINCT FAILURE - THE ERROR_LOG ROWS THAT SHARE   *
      * AN ERROR_MODULE, ERROR_PARA_NAME, SQLCODE AND CICS RESP (A     *
      * NULL SQLCODE/RESP ON ERROR_LOG COUNTS AS 0 HERE; THE FOUR      *
      * COLUMNS ARE UNIQUE). ETROP118 BUILDS AND COUNTS THESE EACH     *
      * NIGHT AND STAMPS ERROR_LOG.INCIDENT_ID; SUPPORT STAFF OWN,     *
      * ANNOTATE AND CLOSE THEM ON ETRM021; ETROP119 IS THE WEEKLY     *
      * AGEING/REPEAT-OFFENDER REPORT.                                 *
      *                                                                *
      * INCIDENT_STATUS: 'O' OPEN, 'C' CLOSED. AN ERROR LOGGED AFTER   *
      * CLOSED_DTS REOPENS THE ROW - REOPEN_COUNT GOES UP, OPENED_DTS  *
      * RESTARTS THE AGE CLOCK AND CLOSED_DTS IS NULLED; OWNER, TICKET *
      * AND NOTES ARE KEPT SO THE LAST FIX IS STILL IN FRONT OF        *
      * WHOEVER PICKS IT UP. WORST_SEVERITY IS 'F' ONCE ANY FATAL      *
      * OCCURRENCE HAS BEEN COUNTED, ELSE 'W'. FIRST/LAST_SEEN_DTS     *
      * COME FROM ERROR_DATE/ERROR_TIME OF THE ROWS COUNTED.           *
      * USR_ID IS WHO LAST CHANGED THE ROW ('BATCH' FOR ETROP118).     *
      ******************************************************************
       01  DCLINCIDENT.
           10 INC-INCIDENT-ID      PIC S9(9) USAGE COMP.
           10 INC-ERROR-MODULE     PIC X(8).
           10 INC-ERROR-PARA-NAME  PIC X(30).
           10 INC-ERROR-SQLCODE    PIC S9(9) USAGE COMP.
           10 INC-ERROR-CICS-RESP  PIC S9(9) USAGE COMP.
           10 INC-INCIDENT-STATUS  PIC X(1).
              88 INC-STATUS-OPEN             VALUE 'O'.
              88 INC-STATUS-CLOSED           VALUE 'C'.
           10 INC-WORST-SEVERITY   PIC X(1).
           10 INC-FIRST-SEEN-DTS   PIC X(26).
           10 INC-LAST-SEEN-DTS    PIC X(26).
           10 INC-OCCURRENCE-COUNT PIC S9(9) USAGE COMP.
           10 INC-REOPEN-COUNT     PIC S9(4) USAGE COMP.
           10 INC-OPENED-DTS       PIC X(26).
           10 INC-CLOSED-DTS       PIC X(26).
           10 INC-OWNER-USR-ID     PIC X(8).
           10 INC-TICKET-REF       PIC X(20).
           10 INC-RESOLUTION-NOTES.
              49 INC-RESOLUTION-NOTES-LEN
                                   PIC S9(4) USAGE COMP.
              49 INC-RESOLUTION-NOTES-TEXT
                                   PIC X(180).
           10 INC-USR-ID           PIC X(8).
           10 INC-DTS              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 18      *
      ******************************************************************
