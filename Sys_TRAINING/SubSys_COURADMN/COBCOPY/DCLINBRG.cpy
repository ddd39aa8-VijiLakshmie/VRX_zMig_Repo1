      ******************************************************************
      * DCLGEN TABLE(DBODEVP.INBOUND_FILE_REGISTRY)                    *
      *        LIBRARY(ROYAL.DEVP.DCLGLIB.COBOL(DCLINBRG))             *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DBODEVP.INBOUND_FILE_REGISTRY TABLE
           ( INTERFACE_NAME                 CHAR(8) NOT NULL,
             SENDER_ID                      CHAR(8) NOT NULL,
             FILE_SEQ                       INTEGER NOT NULL,
             ARRIVAL_SEQ                    SMALLINT NOT NULL,
             PROGRAM_ID                     CHAR(8) NOT NULL,
             FILE_DATE                      DATE,
             FILE_TIME                      TIME,
             ARRIVAL_STATUS                 CHAR(1) NOT NULL,
             GAP_FLAG                       CHAR(1) NOT NULL
                                             WITH DEFAULT 'N',
             EXPECTED_SEQ                   INTEGER,
             RECORD_COUNT                   INTEGER,
             OVERRIDE_BY                    CHAR(8),
             OVERRIDE_REASON                CHAR(40),
             RECEIVED_DTS                   TIMESTAMP NOT NULL,
             COMPLETED_DTS                  TIMESTAMP,
             USR_ID                         CHAR(8) NOT NULL,
             DTS                            TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.INBOUND_FILE_REGISTRY      *
      *                                                                *
      * ONE ROW EACH TIME AN INBOUND JOB IS HANDED A FILE. KEY:        *
      * INTERFACE_NAME (THE READER'S DD NAME - REMITIN, BOUNCEIN,      *
      * LMSACK, LMSCOMPL, CHGBKIN, RFPAYCNF, MTGLOGIN, GLTBIN,         *
      * HRFEEDIN, HRACK, FUNDRSP, DDRETIN - THE LIST ETROP123 CHECKS   *
      * FOR), SENDER_ID AND FILE_SEQ (THE SENDER'S OWN                 *
      * IDENTIFIERS FROM THE FILE'S HDR RECORD - SEE CWINBREG) AND     *
      * ARRIVAL_SEQ (0 THE FIRST TIME THE FILE IS SEEN, 1, 2 ... EACH  *
      * TIME IT IS PRESENTED AGAIN). A FILE WITH NO USABLE HEADER IS   *
      * LOGGED UNDER SENDER_ID SPACES, FILE_SEQ 0.                     *
      * RCBT008A INSERTS AND UPDATES EVERY ROW.                        *
      * ARRIVAL_STATUS:                                                *
      *   'A' - ACCEPTED, BEING PROCESSED (STILL 'A' AFTER A FAILED    *
      *         RUN - THE FILE MAY BE PART-APPLIED)                    *
      *   'P' - ACCEPTED AND PROCESSED TO THE END                      *
      *   'D' - REFUSED, ALREADY ACCEPTED ONCE                         *
      *   'H' - REFUSED, NO USABLE HDR RECORD                          *
      * GAP_FLAG 'Y' MEANS FILE_SEQ JUMPED PAST EXPECTED_SEQ, THE      *
      * NUMBER THE SENDER SHOULD HAVE SENT NEXT - FILES EXPECTED_SEQ   *
      * TO FILE_SEQ - 1 HAD NOT ARRIVED. OVERRIDE_BY/REASON ARE SET    *
      * WHEN AN INBOVRD CARD LET A DUPLICATE OR HEADERLESS FILE IN.    *
      * RECORD_COUNT AND COMPLETED_DTS ARE SET WHEN THE RUN FINISHES.  *
      ******************************************************************
       01  DCLINBOUND-FILE-REGISTRY.
           10 IFR-INTERFACE-NAME   PIC X(8).
           10 IFR-SENDER-ID        PIC X(8).
           10 IFR-FILE-SEQ         PIC S9(9) USAGE COMP.
           10 IFR-ARRIVAL-SEQ      PIC S9(4) USAGE COMP.
           10 IFR-PROGRAM-ID       PIC X(8).
           10 IFR-FILE-DATE        PIC X(10).
           10 IFR-FILE-TIME        PIC X(8).
           10 IFR-ARRIVAL-STATUS   PIC X(1).
              88 IFR-ACCEPTED                VALUE 'A'.
              88 IFR-PROCESSED               VALUE 'P'.
              88 IFR-REFUSED-DUPLICATE       VALUE 'D'.
              88 IFR-REFUSED-NO-HEADER       VALUE 'H'.
           10 IFR-GAP-FLAG         PIC X(1).
              88 IFR-SEQUENCE-GAP            VALUE 'Y'.
           10 IFR-EXPECTED-SEQ     PIC S9(9) USAGE COMP.
           10 IFR-RECORD-COUNT     PIC S9(9) USAGE COMP.
           10 IFR-OVERRIDE-BY      PIC X(8).
           10 IFR-OVERRIDE-REASON  PIC X(40).
           10 IFR-RECEIVED-DTS     PIC X(26).
           10 IFR-COMPLETED-DTS    PIC X(26).
           10 IFR-USR-ID           PIC X(8).
           10 IFR-DTS              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 17      *
      ******************************************************************
