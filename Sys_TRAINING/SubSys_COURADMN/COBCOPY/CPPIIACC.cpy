000100******************************************************************
000200* PERSONAL-DATA READ-ACCESS LOG PARAGRAPHS - SEE CWPIIACC FOR    *
000300* THE CALLING CONVENTIONS. A FAILED WRITE IS LOGGED AS A         *
000400* WARNING THROUGH THE ERROR-LOG FRAMEWORK AND DOES NOT STOP THE  *
000500* CALLER - THE SAME POSTURE AS CPRGAUD: A GAP IN THE ACCESS LOG  *
000600* IS BAD, BUT REFUSING EVERY LOOKUP BECAUSE THE LOG TABLE IS     *
000700* UNAVAILABLE WOULD STOP THE FRONT DESK.                         *
000800******************************************************************
000900 RESET-PII-ACCESS-PARA.
001000     MOVE SPACES                     TO PAL-SUBJECT-EMAIL-TEXT.
001100     MOVE 0                          TO PAL-SUBJECT-EMAIL-LEN.
001200     MOVE -1                         TO PAL-SUBJECT-EMAIL-IND.
001300     MOVE 0                          TO PAL-PERSON-ID.
001400     MOVE -1                         TO PAL-PERSON-ID-IND.
001500     MOVE SPACES                     TO PAL-CRITERIA-TEXT.
001600     MOVE 0                          TO PAL-CRITERIA-LEN.
001700     MOVE -1                         TO PAL-CRITERIA-IND.
001800     SET PAL-VIEW                    TO TRUE.
001900     SET PAL-EXACT-KEY               TO TRUE.
002000     MOVE 0                          TO PAL-ROW-COUNT.

002100 WRITE-PII-ACCESS-PARA.
002200     MOVE 0                          TO PAL-SUBJECT-EMAIL-LEN.
002300     PERFORM SCAN-PII-EMAIL-PARA
002400       VARYING PAL-SCAN-SUB FROM 120 BY -1
002500         UNTIL PAL-SCAN-SUB < 1 OR PAL-SUBJECT-EMAIL-LEN > 0.
002600     IF PAL-SUBJECT-EMAIL-LEN > 0
002700         MOVE 0                      TO PAL-SUBJECT-EMAIL-IND
002800     ELSE
002900         MOVE -1                     TO PAL-SUBJECT-EMAIL-IND
003000     END-IF.
003100     MOVE 0                          TO PAL-CRITERIA-LEN.
003200     PERFORM SCAN-PII-CRITERIA-PARA
003300       VARYING PAL-SCAN-SUB FROM 120 BY -1
003400         UNTIL PAL-SCAN-SUB < 1 OR PAL-CRITERIA-LEN > 0.
003500     IF PAL-CRITERIA-LEN > 0
003600         MOVE 0                      TO PAL-CRITERIA-IND
003700     ELSE
003800         MOVE -1                     TO PAL-CRITERIA-IND
003900     END-IF.
004000     IF PAL-PERSON-ID-IND < 0 AND PAL-SUBJECT-EMAIL-IND = 0
004100         PERFORM FIND-PII-PERSON-PARA
004200     END-IF.
004300     EXEC SQL
004400       INSERT INTO DBODEVP.PII_ACCESS_LOG
004500            ( ACCESS_DTS, USR_ID, PROGRAM_ID, ACCESS_TYPE,
004600              SUBJECT_EMAIL, PERSON_ID, SEARCH_CRITERIA,
004700              WILDCARD_SW, ROW_COUNT )
004800       VALUES ( CURRENT TIMESTAMP, :PAL-USR-ID,
004900              :PAL-PROGRAM-ID, :PAL-ACCESS-TYPE,
005000              :PAL-SUBJECT-EMAIL :PAL-SUBJECT-EMAIL-IND,
005100              :PAL-PERSON-ID :PAL-PERSON-ID-IND,
005200              :PAL-CRITERIA :PAL-CRITERIA-IND,
005300              :PAL-WILDCARD-SW, :PAL-ROW-COUNT )
005400     END-EXEC.
005500     IF SQLCODE NOT = 0
005600         PERFORM LOG-PII-WRITE-FAILED-PARA
005700     END-IF.

005800 SCAN-PII-EMAIL-PARA.
005900     IF PAL-SUBJECT-EMAIL-TEXT (PAL-SCAN-SUB:1) NOT = SPACE
006000         MOVE PAL-SCAN-SUB           TO PAL-SUBJECT-EMAIL-LEN
006100     END-IF.

006200 SCAN-PII-CRITERIA-PARA.
006300     IF PAL-CRITERIA-TEXT (PAL-SCAN-SUB:1) NOT = SPACE
006400         MOVE PAL-SCAN-SUB           TO PAL-CRITERIA-LEN
006500     END-IF.

006600*    AN ADDRESS THE REGISTRANT MASTER HAS NEVER SEEN (LEGACY
006700*    ROWS) SIMPLY LEAVES PERSON_ID NULL.
006800 FIND-PII-PERSON-PARA.
006900     EXEC SQL
007000       SELECT PERSON_ID
007100         INTO :PAL-PERSON-ID
007200         FROM DBODEVP.REGISTRANT
007300        WHERE EMAIL_ADDR = :PAL-SUBJECT-EMAIL
007400     END-EXEC.
007500     IF SQLCODE = 0
007600         MOVE 0                      TO PAL-PERSON-ID-IND
007700     ELSE
007800         MOVE 0                      TO PAL-PERSON-ID
007900         MOVE -1                     TO PAL-PERSON-ID-IND
008000     END-IF.

008100 LOG-PII-WRITE-FAILED-PARA.
008200     MOVE SQLCODE                    TO PAL-SQLCODE-EDIT.
008300     MOVE PAL-PROGRAM-ID             TO EL-ERROR-MODULE.
008400     MOVE 'WRITE-PII-ACCESS-PARA    ' TO EL-ERROR-PARA-NAME.
008500     MOVE SPACES                     TO EL-ERROR-TEXT.
008600     STRING 'PII ACCESS LOG NOT WRITTEN FOR '
008700                                     DELIMITED BY SIZE
008800            PAL-USR-ID               DELIMITED BY SIZE
008900            ' SQLCODE '              DELIMITED BY SIZE
009000            PAL-SQLCODE-EDIT         DELIMITED BY SIZE
009100       INTO EL-ERROR-TEXT
009200     END-STRING.
009300     SET EL-SEVERITY-WARNING         TO TRUE.
009400     PERFORM LOG-APPL-PARA.
