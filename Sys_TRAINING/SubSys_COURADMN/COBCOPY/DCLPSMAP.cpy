      ******************************************************************
      * DCLGEN TABLE(DBODEVP.PSEUDONYM_MAP)                            *
      *        LIBRARY(ROYAL.DEVP.DCLGLIB.COBOL(DCLPSMAP))             *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DBODEVP.PSEUDONYM_MAP TABLE
           ( EMAIL_ADDR                     VARCHAR(120) NOT NULL,
             PSEUDO_NO                      INTEGER NOT NULL,
             DTS                            TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DBODEVP.PSEUDONYM_MAP              *
      *                                                                *
      * ONE ROW PER REAL EMAIL ADDRESS THE ETROP104 TEST-DATA COPY     *
      * HAS EVER MASKED. PSEUDO_NO (MAX + 1 AT FIRST SIGHT) IS WHAT    *
      * THE ADDRESS BECOMES IN A TEST COPY - 'TNNNNNNNNN@TESTDATA.     *
      * INVALID', AND THE PHONE NUMBER BUILT FROM IT - SO THE SAME     *
      * ADDRESS IS THE SAME PSEUDONYM IN EVERY TABLE AND IN EVERY      *
      * COPY EVER TAKEN, AND A DUPLICATE CHECK IN TEST SEES THE SAME   *
      * COLLISIONS PRODUCTION DOES. NAMES ARE KEYED ON PERSON_ID, NOT  *
      * ON THIS TABLE. THE MAP ITSELF HOLDS REAL ADDRESSES AND STAYS   *
      * IN PRODUCTION - IT IS NEVER PART OF A COPY.                    *
      ******************************************************************
       01  DCLPSEUDONYM-MAP.
           10 PSM-EMAIL-ADDR.
              49 PSM-EMAIL-ADDR-LEN  PIC S9(4) USAGE COMP.
              49 PSM-EMAIL-ADDR-TEXT PIC X(120).
           10 PSM-PSEUDO-NO         PIC S9(9) USAGE COMP.
           10 PSM-DTS               PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 3       *
      ******************************************************************
