      ******************************************************************
      * DCLGEN TABLE(DBODEVP.PII_ACCESS_LOG)                           *
      *        LIBRARY(ROYAL.DEVP.DCLGLIB.COBOL(DCLPIIAC))             *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DBODEVP.PII_ACCESS_LOG TABLE
           ( ACCESS_DTS                     TIMESTAMP NOT NULL,
             USR_ID                         CHAR(8) NOT NULL,
             PROGRAM_ID                     CHAR(8) NOT NULL,
             ACCESS_TYPE                    CHAR(1) NOT NULL,
             SUBJECT_EMAIL                  VARCHAR(120),
             PERSON_ID                      INTEGER,
             SEARCH_CRITERIA                VARCHAR(120),
             WILDCARD_SW                    CHAR(1) NOT NULL,
             ROW_COUNT                      INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.PII_ACCESS_LOG             *
      *                                                                *
      * WHO LOOKED AT WHOM. REGISTRATION_AUDIT (DCLRGAUD) RECORDS WHO  *
      * CHANGED PERSONAL DATA; THIS RECORDS EVERY DISPLAY OR EXTRACT   *
      * OF A NAMED PERSON, WRITTEN THROUGH CWPIIACC/CPPIIACC BY THE    *
      * ETRM002 LOOKUP, ETRM004 WAITLIST INQUIRY AND ETRM013 NAME      *
      * SEARCH (ONE ROW PER SCREEN TURN THAT READ REGISTRATIONS) AND   *
      * BY THE ETROP25 SUBJECT-ACCESS EXTRACT AND ETROP82 ORG ROSTERS  *
      * (ONE ROW PER SUBJECT / PER ORG SECTION).                       *
      *                                                                *
      * ACCESS_TYPE 'V' = VIEW BY A KEY, 'S' = NAME SEARCH,            *
      * 'X' = BATCH EXTRACT. SUBJECT_EMAIL (AND PERSON_ID, OFF THE     *
      * REGISTRANT MASTER WHERE IT KNOWS THE ADDRESS) NAME THE PERSON  *
      * SHOWN - NULL WHEN NOBODY MATCHED OR THE EXTRACT COVERS MANY.   *
      * SEARCH_CRITERIA IS WHAT WAS KEYED OR CARDED. WILDCARD_SW 'Y'   *
      * MARKS A PARTIAL-MATCH (LIKE) SEARCH. ROW_COUNT IS HOW MANY     *
      * REGISTRATION ROWS WENT TO THE SCREEN OR FILE - 0 FOR A PROBE   *
      * THAT FOUND NOBODY, WHICH IS LOGGED ALL THE SAME. USR_ID IS     *
      * THE CICS SIGNON, 'BATCH' FOR THE EXTRACT JOBS.                 *
      *                                                                *
      * ETROP103 REPORTS ON IT MONTHLY AND PURGES IT ON ITS OWN        *
      * PII-KEEP-MONTHS PARAMETER, INDEPENDENT OF THE ETROP13          *
      * REGISTRATION RETENTION WINDOW.                                 *
      ******************************************************************
       01  DCLPII-ACCESS-LOG.
           10 PIA-ACCESS-DTS       PIC X(26).
           10 PIA-USR-ID           PIC X(8).
           10 PIA-PROGRAM-ID       PIC X(8).
           10 PIA-ACCESS-TYPE      PIC X(1).
           10 PIA-SUBJECT-EMAIL.
              49 PIA-SUBJECT-EMAIL-LEN  PIC S9(4) USAGE COMP.
              49 PIA-SUBJECT-EMAIL-TEXT PIC X(120).
           10 PIA-PERSON-ID        PIC S9(9) USAGE COMP.
           10 PIA-SEARCH-CRITERIA.
              49 PIA-SEARCH-CRITERIA-LEN  PIC S9(4) USAGE COMP.
              49 PIA-SEARCH-CRITERIA-TEXT PIC X(120).
           10 PIA-WILDCARD-SW      PIC X(1).
           10 PIA-ROW-COUNT        PIC S9(9) USAGE COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
