      ******************************************************************
      * DCLGEN TABLE(DBODEVP.RETENTION_POLICY)                         *
      *        LIBRARY(ROYAL.DEVP.DCLGLIB.COBOL(DCLRTPOL))             *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DBODEVP.RETENTION_POLICY TABLE
           ( TABLE_NAME                     CHAR(30) NOT NULL,
             DATE_COLUMN                    CHAR(18) NOT NULL,
             KEEP_DAYS                      INTEGER NOT NULL,
             PURGE_ACTION                   CHAR(1) NOT NULL,
             ACTIVE_SW                      CHAR(1) NOT NULL
                                             WITH DEFAULT 'Y',
             USR_ID                         CHAR(8) NOT NULL,
             DTS                            TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.RETENTION_POLICY           *
      *                                                                *
      * ONE ROW PER LOG OR QUEUE TABLE THE ETROP131 HOUSEKEEPING JOB   *
      * PURGES - HOW LONG ITS ROWS ARE KEPT AND WHAT HAPPENS TO THEM   *
      * AFTER THAT. TABLE_NAME IS THE UNQUALIFIED DB2 NAME (NOTICE_LOG,*
      * JOB_RUN_LOG, LMS_EVENT_QUEUE, LMS_EXTRACT_LOG,                 *
      * REGISTRATION_AUDIT, PARAMETER_AUDIT, WAITLIST_OFFER,           *
      * RESTORE_LOG, TRANSMISSION_LOG, INBOUND_FILE_REGISTRY,          *
      * HR_EXTRACT_LOG, WEB_BOOKING_REQUEST, CREDIT_HOLD_LOG,          *
      * USER_AUTHORITY_AUDIT). DATE_COLUMN NAMES THE COLUMN THE AGE IS *
      * TAKEN FROM AND MUST BE THE ONE ETROP131 PURGES THAT TABLE BY - *
      * A ROW NAMING ANY OTHER IS REJECTED ON THE RUN REPORT, NOT      *
      * GUESSED AT. A ROW OLDER THAN KEEP_DAYS BEFORE THE RUN DATE IS  *
      * PURGED. NO TABLE IS KEPT INDEFINITELY, BUT KEEP_DAYS CANNOT GO *
      * BELOW ITS TABLE'S FLOOR - A SHORTER POLICY IS REJECTED:        *
      *   TRANSMISSION_LOG, INBOUND_FILE_REGISTRY     400 DAYS -       *
      *     ETROP122'S RESEND AND RCBT008A'S DUPLICATE CHECK LOOK      *
      *     BACK THROUGH THEM                                          *
      *   CREDIT_HOLD_LOG, USER_AUTHORITY_AUDIT      2557 DAYS -       *
      *     SEVEN YEARS, AS FOR THE FINANCE RECORDS                    *
      *   EVERY OTHER TABLE                            30 DAYS         *
      * ROWS ANOTHER JOB STILL DEPENDS ON ARE KEPT WHATEVER THEIR AGE: *
      * EACH INTERFACE'S LATEST TRANSMISSION_LOG GENERATION, EACH      *
      * SENDER'S LATEST PROCESSED INBOUND FILE AND ANY INBOUND FILE    *
      * NOT YET PROCESSED, PENDING HR EVENTS AND ACCEPTED ONES WHOSE   *
      * REGISTRATION IS STILL ON FILE, EACH ORG'S LATEST CREDIT-HOLD   *
      * ROW, AND THE AUDIT HISTORY OF EVERY GRANT STILL HELD.          *
      * PURGE_ACTION:                                                  *
      *   'A' - WRITE THE ROW TO THE RTNARCH ARCHIVE FILE, THEN DELETE *
      *   'D' - DELETE ONLY                                            *
      * ACTIVE_SW 'N' SUSPENDS A POLICY WITHOUT LOSING IT. ERROR_LOG   *
      * STAYS WITH ETROP26, WHICH ARCHIVES IT TO ERROR_LOG_ARCHIVE.    *
      ******************************************************************
       01  DCLRETENTION-POLICY.
           10 RTP-TABLE-NAME       PIC X(30).
           10 RTP-DATE-COLUMN      PIC X(18).
           10 RTP-KEEP-DAYS        PIC S9(9) USAGE COMP.
           10 RTP-PURGE-ACTION     PIC X(1).
              88 RTP-ARCHIVE-AND-DELETE         VALUE 'A'.
              88 RTP-DELETE-ONLY                VALUE 'D'.
           10 RTP-ACTIVE-SW        PIC X(1).
              88 RTP-ACTIVE                     VALUE 'Y'.
           10 RTP-USR-ID           PIC X(8).
           10 RTP-DTS              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
