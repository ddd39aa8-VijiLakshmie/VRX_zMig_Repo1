      ******************************************************************
      * DCLGEN TABLE(DBODEVP.HR_EXTRACT_LOG)                           *
      *        LIBRARY(ROYAL.DEVP.DCLGLIB.COBOL(DCLHRXL))              *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DBODEVP.HR_EXTRACT_LOG TABLE
           ( ENO                            CHAR(4) NOT NULL,
             CONFIRM_NO                     CHAR(8) NOT NULL,
             EVENT_TYPE                     CHAR(4) NOT NULL,
             SESSION_CATG                   CHAR(2) NOT NULL,
             SESSION_ID                     INTEGER NOT NULL,
             EXTRACT_DATE                   DATE NOT NULL,
             ACK_STATUS                     CHAR(1) NOT NULL,
             ACK_DTS                        TIMESTAMP,
             DTS                            TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.HR_EXTRACT_LOG             *
      *                                                                *
      * ONE ROW PER TRAINING-RECORD EVENT ETROP110 HANDS TO THE HR     *
      * SYSTEM ON HRTRNOUT - WHAT WE SENT, SO ETROP111 CAN RECONCILE   *
      * HR'S ACKNOWLEDGMENT FILE THE WAY ETROP29 DOES FOR THE LMS.     *
      * IT IS ALSO ETROP110'S MEMORY OF WHAT HR ALREADY HAS: AN EVENT  *
      * IS SENT ONLY WHILE NO 'P' OR 'A' ROW EXISTS FOR ITS ENO,       *
      * CONFIRM_NO AND EVENT_TYPE, SO A REJECTED EVENT GOES AGAIN THE  *
      * NEXT NIGHT AND AN ACCEPTED ONE NEVER DOES.                     *
      * EVENT_TYPE:                                                    *
      *   'APPR' = SEAT APPROVED / ACTIVE                              *
      *   'CMPL' = COMPLETED (CERT EXPIRY AND CPD HOURS ON THE RECORD) *
      *   'NOSH' = NO-SHOW                                             *
      *   'CANC' = CANCELLED                                           *
      * ACK_STATUS:                                                    *
      *   'P' = PENDING (SENT, NO ACKNOWLEDGMENT YET)                  *
      *   'A' = ACCEPTED BY HR                                         *
      *   'R' = REJECTED BY HR                                         *
      ******************************************************************
       01  DCLHR-EXTRACT-LOG.
           10 HXL-ENO              PIC X(4).
           10 HXL-CONFIRM-NO       PIC X(8).
           10 HXL-EVENT-TYPE       PIC X(4).
           10 HXL-SESSION-CATG     PIC X(2).
           10 HXL-SESSION-ID       PIC S9(9) USAGE COMP.
           10 HXL-EXTRACT-DATE     PIC X(10).
           10 HXL-ACK-STATUS       PIC X(1).
           10 HXL-ACK-DTS          PIC X(26).
           10 HXL-DTS              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
