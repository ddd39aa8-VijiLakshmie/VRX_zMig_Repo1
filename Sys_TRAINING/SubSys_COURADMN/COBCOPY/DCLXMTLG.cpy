      ******************************************************************
      * DCLGEN TABLE(DBODEVP.TRANSMISSION_LOG)                         *
      *        LIBRARY(ROYAL.DEVP.DCLGLIB.COBOL(DCLXMTLG))             *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DBODEVP.TRANSMISSION_LOG TABLE
           ( INTERFACE_NAME                 CHAR(8) NOT NULL,
             GENERATION                     INTEGER NOT NULL,
             RESEND_SEQ                     SMALLINT NOT NULL
                                             WITH DEFAULT 0,
             PROGRAM_ID                     CHAR(8) NOT NULL,
             DESTINATION                    CHAR(20) NOT NULL,
             HEADER_DATE                    DATE NOT NULL,
             HEADER_TIME                    TIME NOT NULL,
             XMIT_STATUS                    CHAR(1) NOT NULL,
             RECORD_COUNT                   INTEGER,
             HASH_TOTAL                     DECIMAL(15,2),
             TRANSFER_DTS                   TIMESTAMP,
             TRANSFER_REF                   CHAR(20),
             REQUESTED_BY                   CHAR(8),
             RESEND_REASON                  CHAR(40),
             USR_ID                         CHAR(8) NOT NULL,
             DTS                            TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.TRANSMISSION_LOG           *
      *                                                                *
      * ONE ROW PER OUTBOUND FILE PRODUCED, AND ONE MORE PER RESEND OF *
      * IT. KEY: INTERFACE_NAME (THE WRITER'S DD NAME - LMSXTRC, GLEXT *
      * AND SO ON), GENERATION (NUMBERED 1, 2, 3 ... PER INTERFACE AND *
      * CARRIED IN THE FILE'S CWHDRTRL HEADER) AND RESEND_SEQ (0 FOR   *
      * THE ORIGINAL, 1, 2 ... FOR EACH RESEND BY ETROP122).           *
      * RCBT007A INSERTS THE ROW WHEN THE HEADER IS BUILT AND POSTS    *
      * THE TRAILER'S RECORD COUNT AND HASH TOTAL WHEN THE TRAILER IS  *
      * BUILT; HEADER_DATE/TIME ARE THE HEADER'S OWN RUN DATE/TIME.    *
      * XMIT_STATUS:                                                   *
      *   'W' - BEING WRITTEN (NO TRAILER YET)                         *
      *   'P' - PRODUCED, TRAILER WRITTEN, AWAITING TRANSFER           *
      *   'S' - TRANSFER SUCCEEDED  } POSTED BY ETROP121 AFTER THE     *
      *   'F' - TRANSFER FAILED     } TRANSFER STEP                    *
      * TRANSFER_DTS/REF ARE SET BY ETROP121. REQUESTED_BY AND         *
      * RESEND_REASON ARE SET ON RESEND ROWS ONLY.                     *
      ******************************************************************
       01  DCLTRANSMISSION-LOG.
           10 XMT-INTERFACE-NAME   PIC X(8).
           10 XMT-GENERATION       PIC S9(9) USAGE COMP.
           10 XMT-RESEND-SEQ       PIC S9(4) USAGE COMP.
           10 XMT-PROGRAM-ID       PIC X(8).
           10 XMT-DESTINATION      PIC X(20).
           10 XMT-HEADER-DATE      PIC X(10).
           10 XMT-HEADER-TIME      PIC X(8).
           10 XMT-XMIT-STATUS      PIC X(1).
              88 XMT-BEING-WRITTEN           VALUE 'W'.
              88 XMT-PRODUCED                VALUE 'P'.
              88 XMT-SENT                    VALUE 'S'.
              88 XMT-SEND-FAILED             VALUE 'F'.
           10 XMT-RECORD-COUNT     PIC S9(9) USAGE COMP.
           10 XMT-HASH-TOTAL       PIC S9(13)V99 USAGE COMP-3.
           10 XMT-TRANSFER-DTS     PIC X(26).
           10 XMT-TRANSFER-REF     PIC X(20).
           10 XMT-REQUESTED-BY     PIC X(8).
           10 XMT-RESEND-REASON    PIC X(40).
           10 XMT-USR-ID           PIC X(8).
           10 XMT-DTS              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 16      *
      ******************************************************************
