000100******************************************************************
000200* GOVERNMENT-FUNDING ELIGIBILITY CHECK - SEE CWFUNDEL FOR THE    *
000300* CALLING CONVENTIONS. THE CHECK RUNS IN FOUR STEPS:             *
000400*   1. THE CATEGORY'S FUNDING_RULE IN FORCE AT THE SESSION       *
000500*      START (LATEST EFFECTIVE_FROM) - NONE, NOT FUNDED          *
000600*   2. THE PERSON'S REGISTRANT_ELIGIBILITY ROW, WITH THE AGE AT  *
000700*      THE SESSION START - NONE, NOT ELIGIBLE                    *
000800*   3. RESIDENCY, AGE BAND AND EMPLOYER SIZE AGAINST THE RULE    *
000900*   4. FUNDED_PCT OF THE FEE, ROUNDED TO THE PENNY AND HELD TO   *
001000*      FUNDED_CAP WHERE THE RULE HAS ONE                         *
001100******************************************************************
001200 CHECK-FUNDING-PARA.
001300     SET FND-FUNDED                  TO TRUE.
001400     MOVE 0                          TO FND-FUNDED-AMOUNT.
001500     MOVE SPACES                     TO FND-FUNDING-BODY
001600                                        FND-RESIDENCY-CD
001700                                        FND-BIRTH-DATE
001800                                        FND-EVIDENCE-REF
001900                                        FND-REASON.
002000     MOVE 0                          TO FND-AGE
002100                                        FND-EMPLOYER-SIZE
002200                                        FND-MIN-ATTEND-PCT.
002300     PERFORM GET-FUNDING-RULE-PARA.
002400     IF FND-FUNDED
002500       PERFORM GET-FUNDING-ELIG-PARA
002600     END-IF.
002700     IF FND-FUNDED
002800       PERFORM TEST-FUNDING-ELIG-PARA
002900     END-IF.
003000     IF FND-FUNDED
003100       COMPUTE FND-FUNDED-AMOUNT ROUNDED =
003200               FND-FEE * FND-FUNDED-PCT / 100
003300       IF FND-FUNDED-CAP > 0
003400          AND FND-FUNDED-AMOUNT > FND-FUNDED-CAP
003500         MOVE FND-FUNDED-CAP         TO FND-FUNDED-AMOUNT
003600       END-IF
003700       IF FND-FUNDED-AMOUNT NOT > 0
003800         SET FND-NOT-ELIGIBLE        TO TRUE
003900         MOVE 'NO FUNDED FEE'        TO FND-REASON
004000       END-IF
004100     END-IF.

004200 GET-FUNDING-RULE-PARA.
004300     EXEC SQL
004400       SELECT FUNDING_BODY, RESIDENCY_CD, MIN_AGE, MAX_AGE,
004500              MAX_EMPLOYER_SIZE, FUNDED_PCT, FUNDED_CAP,
004600              MIN_ATTEND_PCT
004700         INTO :FND-FUNDING-BODY, :FND-RULE-RESIDENCY-CD,
004800              :FND-MIN-AGE, :FND-MAX-AGE,
004900              :FND-MAX-EMPLOYER-SIZE, :FND-FUNDED-PCT,
005000              :FND-FUNDED-CAP, :FND-MIN-ATTEND-PCT
005100         FROM DBODEVP.FUNDING_RULE
005200        WHERE SESSION_CATG    = :FND-SESSION-CATG
005300          AND EFFECTIVE_FROM <= DATE(:FND-START-DATE)
005400          AND (EFFECTIVE_TO  IS NULL
005500           OR  EFFECTIVE_TO  >= DATE(:FND-START-DATE))
005600        ORDER BY EFFECTIVE_FROM DESC
005700        FETCH FIRST 1 ROW ONLY
005800     END-EXEC.
005900     EVALUATE SQLCODE
006000       WHEN 0
006100         CONTINUE
006200       WHEN 100
006300         SET FND-NO-RULE             TO TRUE
006400         MOVE 'NO FUNDING RULE'      TO FND-REASON
006500       WHEN OTHER
006600         SET FND-FAILED              TO TRUE
006700     END-EVALUATE.

006800 GET-FUNDING-ELIG-PARA.
006900     EXEC SQL
007000       SELECT RESIDENCY_CD, CHAR(BIRTH_DATE, ISO),
007100              YEAR(DATE(:FND-START-DATE) - BIRTH_DATE),
007200              EMPLOYER_SIZE, EVIDENCE_REF
007300         INTO :FND-RESIDENCY-CD, :FND-BIRTH-DATE, :FND-AGE,
007400              :FND-EMPLOYER-SIZE,
007500              :FND-EVIDENCE-REF-V :FND-EVIDENCE-REF-IND
007600         FROM DBODEVP.REGISTRANT_ELIGIBILITY
007700        WHERE PERSON_ID = :FND-PERSON-ID
007800     END-EXEC.
007900     EVALUATE SQLCODE
008000       WHEN 0
008100         IF FND-EVIDENCE-REF-IND < 0
008200           MOVE SPACES               TO FND-EVIDENCE-REF
008300         ELSE
008400           MOVE FND-EVIDENCE-REF-TEXT (1:FND-EVIDENCE-REF-LEN)
008500                                     TO FND-EVIDENCE-REF
008600         END-IF
008700       WHEN 100
008800         SET FND-NOT-ELIGIBLE        TO TRUE
008900         MOVE 'NO ELIGIBILITY ROW'   TO FND-REASON
009000       WHEN OTHER
009100         SET FND-FAILED              TO TRUE
009200     END-EVALUATE.

009300 TEST-FUNDING-ELIG-PARA.
009400     EVALUATE TRUE
009500       WHEN NOT FND-ANY-RESIDENCY
009600        AND FND-RESIDENCY-CD NOT = FND-RULE-RESIDENCY-CD
009700         SET FND-NOT-ELIGIBLE        TO TRUE
009800         MOVE 'RESIDENCY'            TO FND-REASON
009900       WHEN FND-AGE < FND-MIN-AGE
010000         OR FND-AGE > FND-MAX-AGE
010100         SET FND-NOT-ELIGIBLE        TO TRUE
010200         MOVE 'AGE BAND'             TO FND-REASON
010300       WHEN FND-MAX-EMPLOYER-SIZE > 0
010400        AND FND-EMPLOYER-SIZE > FND-MAX-EMPLOYER-SIZE
010500         SET FND-NOT-ELIGIBLE        TO TRUE
010600         MOVE 'EMPLOYER SIZE'        TO FND-REASON
010700       WHEN OTHER
010800         CONTINUE
010900     END-EVALUATE.
