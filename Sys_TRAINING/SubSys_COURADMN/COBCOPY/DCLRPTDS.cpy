      ******************************************************************
      * DCLGEN TABLE(DBODEVP.REPORT_DISTRIBUTION)                      *
      *        LIBRARY(ROYAL.DEVP.DCLGLIB.COBOL(DCLRPTDS))             *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DBODEVP.REPORT_DISTRIBUTION TABLE
           ( REPORT_ID                      CHAR(8) NOT NULL,
             BURST_TYPE                     CHAR(1) NOT NULL,
             BURST_KEY                      CHAR(8) NOT NULL
                                             WITH DEFAULT,
             RECIPIENT_ID                   CHAR(8) NOT NULL,
             RECIPIENT_NAME                 VARCHAR(60) NOT NULL,
             DELIVERY_METHOD                CHAR(1) NOT NULL,
             DELIVERY_ADDR                  VARCHAR(120) NOT NULL
                                             WITH DEFAULT,
             ACTIVE_SW                      CHAR(1) NOT NULL
                                             WITH DEFAULT 'Y',
             USR_ID                         CHAR(8) NOT NULL,
             DTS                            TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.REPORT_DISTRIBUTION        *
      *                                                                *
      * WHO RECEIVES WHICH PART OF A PRINT REPORT - READ BY THE        *
      * ETROP130 BURSTER. REPORT_ID IS THE REPORT'S DD NAME (BILLRPT,  *
      * AGINGRPT, GONOGRPT, SREQRPT, PACKRPT, ORGXTRC, MGMTPACK ...).  *
      * THE REPORT MARKS EACH OF ITS SECTIONS WITH THE KEYS IT         *
      * BELONGS TO (SEE CWBURST); A ROW HERE SENDS EVERY SECTION       *
      * CARRYING ITS BURST_TYPE/BURST_KEY TO ITS RECIPIENT.            *
      * BURST_TYPE:                                                    *
      *   'O' - ORGANIZATION (ORG_CODE)                                *
      *   'U' - SESSION COORDINATOR (TRAINING_SESSION.USR_ID)          *
      *   'I' - INSTRUCTOR (EMP999 ENO)                                *
      *   'D' - DEPARTMENT (EMP999 EDEPT)                              *
      *   '*' - THE WHOLE REPORT, UNBURST (BURST_KEY BLANK)            *
      * ONE RECIPIENT MAY HOLD SEVERAL ROWS FOR A REPORT AND STILL     *
      * GETS ONE PACKET. DELIVERY_METHOD: 'E' EMAIL, 'P' PRINT, 'T'    *
      * FILE TRANSFER - DELIVERY_ADDR IS THE EMAIL ADDRESS, PRINTER    *
      * DESTINATION OR TRANSFER TARGET. ACTIVE_SW 'N' SUSPENDS A ROW   *
      * WITHOUT LOSING IT.                                             *
      ******************************************************************
       01  DCLREPORT-DISTRIBUTION.
           10 RDS-REPORT-ID        PIC X(8).
           10 RDS-BURST-TYPE       PIC X(1).
              88 RDS-TYPE-ORG                   VALUE 'O'.
              88 RDS-TYPE-COORDINATOR           VALUE 'U'.
              88 RDS-TYPE-INSTRUCTOR            VALUE 'I'.
              88 RDS-TYPE-DEPARTMENT            VALUE 'D'.
              88 RDS-TYPE-WHOLE-REPORT          VALUE '*'.
           10 RDS-BURST-KEY        PIC X(8).
           10 RDS-RECIPIENT-ID     PIC X(8).
           10 RDS-RECIPIENT-NAME.
              49 RDS-RECIPIENT-NAME-LEN  PIC S9(4) USAGE COMP.
              49 RDS-RECIPIENT-NAME-TEXT PIC X(60).
           10 RDS-DELIVERY-METHOD  PIC X(1).
              88 RDS-DELIVER-EMAIL              VALUE 'E'.
              88 RDS-DELIVER-PRINT              VALUE 'P'.
              88 RDS-DELIVER-TRANSFER           VALUE 'T'.
           10 RDS-DELIVERY-ADDR.
              49 RDS-DELIVERY-ADDR-LEN   PIC S9(4) USAGE COMP.
              49 RDS-DELIVERY-ADDR-TEXT  PIC X(120).
           10 RDS-ACTIVE-SW        PIC X(1).
              88 RDS-ACTIVE                     VALUE 'Y'.
           10 RDS-USR-ID           PIC X(8).
           10 RDS-DTS              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
