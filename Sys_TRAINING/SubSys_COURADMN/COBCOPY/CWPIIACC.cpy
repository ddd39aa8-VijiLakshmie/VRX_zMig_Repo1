000100******************************************************************
000200* PERSONAL-DATA READ-ACCESS LOG FIELDS.                          *
000300*================================================================*
000400* Notes/Usage:                                                   *
000500*================================================================*
000600* EVERY PATH THAT DISPLAYS OR EXTRACTS A NAMED PERSON RECORDS    *
000700* IT IN DBODEVP.PII_ACCESS_LOG (DCLPIIAC). INCLUDE THIS          *
000800* COPYBOOK IN WORKING-STORAGE AND CPPIIACC IN THE PROCEDURE      *
000900* DIVISION (THE PROGRAM MUST ALSO CARRY CWERRLOG AND CPERRLOG    *
001000* OR CPERRBAT - A FAILED WRITE IS LOGGED THROUGH LOG-APPL-PARA), *
001100* THEN AT EACH READ SITE:                                        *
001200*   1. PERFORM RESET-PII-ACCESS-PARA                             *
001300*   2. MOVE THE PROGRAM NAME TO PAL-PROGRAM-ID AND SET THE       *
001400*      ACCESS TYPE (PAL-VIEW/PAL-SEARCH/PAL-EXTRACT); ONLINE,    *
001500*      MOVE THE CICS SIGNON TO PAL-USR-ID (BATCH LEAVES 'BATCH') *
001600*   3. MOVE WHAT WAS ASKED FOR TO PAL-CRITERIA-TEXT, SET         *
001700*      PAL-WILDCARD FOR A PARTIAL-MATCH SEARCH, AND - ONCE THE   *
001800*      READ IS DONE - THE PERSON SHOWN TO PAL-SUBJECT-EMAIL-TEXT *
001900*      (PAL-PERSON-ID TOO IF ALREADY KNOWN) AND THE ROWS SHOWN   *
002000*      TO PAL-ROW-COUNT                                          *
002100*   4. PERFORM WRITE-PII-ACCESS-PARA                             *
002200* BLANK EMAIL/CRITERIA ARE WRITTEN AS NULL; AN UNKNOWN PERSON_ID *
002300* IS LOOKED UP ON THE REGISTRANT MASTER FROM THE EMAIL. THE      *
002400* PARAGRAPH CHANGES SQLCODE - SAVE IT AROUND THE PERFORM WHERE   *
002500* A FETCH LOOP IS STILL TESTING IT.                              *
002600******************************************************************
002700 01 PAL-ACCESS-FIELDS.
002800    05 PAL-PROGRAM-ID               PIC X(08) VALUE SPACES.
002900    05 PAL-USR-ID                   PIC X(08) VALUE 'BATCH   '.
003000    05 PAL-ACCESS-TYPE              PIC X(01) VALUE 'V'.
003100       88 PAL-VIEW                              VALUE 'V'.
003200       88 PAL-SEARCH                            VALUE 'S'.
003300       88 PAL-EXTRACT                           VALUE 'X'.
003400    05 PAL-SUBJECT-EMAIL.
003500       49 PAL-SUBJECT-EMAIL-LEN     PIC S9(4) USAGE COMP.
003600       49 PAL-SUBJECT-EMAIL-TEXT    PIC X(120).
003700    05 PAL-SUBJECT-EMAIL-IND        PIC S9(4) USAGE COMP.
003800    05 PAL-PERSON-ID                PIC S9(9) USAGE COMP.
003900    05 PAL-PERSON-ID-IND            PIC S9(4) USAGE COMP.
004000    05 PAL-CRITERIA.
004100       49 PAL-CRITERIA-LEN          PIC S9(4) USAGE COMP.
004200       49 PAL-CRITERIA-TEXT         PIC X(120).
004300    05 PAL-CRITERIA-IND             PIC S9(4) USAGE COMP.
004400    05 PAL-WILDCARD-SW              PIC X(01) VALUE 'N'.
004500       88 PAL-WILDCARD                          VALUE 'Y'.
004600       88 PAL-EXACT-KEY                         VALUE 'N'.
004700    05 PAL-ROW-COUNT                PIC S9(9) USAGE COMP VALUE 0.
004800    05 PAL-SCAN-SUB                 PIC S9(4) USAGE COMP.
004900    05 PAL-SQLCODE-EDIT             PIC -(9)9.
