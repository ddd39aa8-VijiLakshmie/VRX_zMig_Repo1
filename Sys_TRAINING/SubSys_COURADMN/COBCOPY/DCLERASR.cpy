      ******************************************************************
      * DCLGEN TABLE(DBODEVP.ERASURE_REQUEST)                          *
      *        LIBRARY(ROYAL.DEVP.DCLGLIB.COBOL(DCLERASR))             *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DBODEVP.ERASURE_REQUEST TABLE
           ( ERASURE_NO                     INTEGER NOT NULL,
             EMAIL_ADDR                     VARCHAR(120) NOT NULL,
             PERSON_ID                      INTEGER,
             REQUEST_DATE                   DATE NOT NULL,
             ERASURE_STATUS                 CHAR(1) NOT NULL
                                             WITH DEFAULT 'P',
             BLOCK_REASON                   VARCHAR(60),
             PROCESSED_DTS                  TIMESTAMP,
             USR_ID                         CHAR(8) NOT NULL,
             DTS                            TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.ERASURE_REQUEST            *
      *                                                                *
      * THE RIGHT-TO-ERASURE REGISTER - ONE ROW PER REQUEST, NUMBERED  *
      * 1, 2, 3 ... BY ETROP126 WHEN THE ERASPARM CARD IS READ. THE    *
      * EMAIL_ADDR IS THE ADDRESS THE REQUEST WAS RAISED FOR AND       *
      * PERSON_ID THE REGISTRANT MASTER ID IT RESOLVED TO (NULL WHEN   *
      * THE ADDRESS NEVER REACHED THE MASTER). ERASURE_STATUS:         *
      *   'P' - PENDING, NOT YET ATTEMPTED                             *
      *   'B' - BLOCKED - OPEN BALANCE OR FUTURE BOOKING; BLOCK_REASON *
      *         SAYS WHICH, AND EVERY LATER RUN TRIES IT AGAIN         *
      *   'C' - COMPLETED ON PROCESSED_DTS                             *
      ******************************************************************
       01  DCLERASURE-REQUEST.
           10 ERS-ERASURE-NO       PIC S9(9) USAGE COMP.
           10 ERS-EMAIL-ADDR.
              49 ERS-EMAIL-ADDR-LEN  PIC S9(4) USAGE COMP.
              49 ERS-EMAIL-ADDR-TEXT PIC X(120).
           10 ERS-PERSON-ID        PIC S9(9) USAGE COMP.
           10 ERS-REQUEST-DATE     PIC X(10).
           10 ERS-ERASURE-STATUS   PIC X(1).
              88 ERS-PENDING                 VALUE 'P'.
              88 ERS-BLOCKED                 VALUE 'B'.
              88 ERS-COMPLETED               VALUE 'C'.
           10 ERS-BLOCK-REASON.
              49 ERS-BLOCK-REASON-LEN  PIC S9(4) USAGE COMP.
              49 ERS-BLOCK-REASON-TEXT PIC X(60).
           10 ERS-PROCESSED-DTS    PIC X(26).
           10 ERS-USR-ID           PIC X(8).
           10 ERS-DTS              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
