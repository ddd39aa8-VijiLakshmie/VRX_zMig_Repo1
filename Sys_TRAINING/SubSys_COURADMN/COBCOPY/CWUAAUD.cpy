000100******************************************************************
000200* USER AUTHORITY CHANGE-AUDIT FIELDS.                            *
000300*================================================================*
000400* Notes/Usage:                                                   *
000500*================================================================*
000600* EVERY CHANGE TO A DBODEVP.USER_AUTHORITY GRANT IS AUDITED IN   *
000700* USER_AUTHORITY_AUDIT (DCLUAAUD). INCLUDE THIS COPYBOOK IN      *
000800* WORKING-STORAGE AND CPUAAUD IN THE PROCEDURE DIVISION, THEN    *
000900* AT EACH CHANGE SITE:                                           *
001000*   1. MOVE THE GRANT'S USER AND FUNCTION TO UAA-USR-ID AND      *
001100*      UAA-FUNCTION-CODE, THE CHANGING MODULE TO UAA-MODULE, THE *
001200*      SIGNED-ON USER (OR 'BATCH') TO UAA-ACTION-BY, THE REASON  *
001300*      TO UAA-REASON, AND SET THE UAA-ACTION 88 FOR THE CHANGE   *
001400*   2. PERFORM WRITE-AUTH-AUDIT-PARA - AFTER THE INSERT FOR A    *
001500*      GRANT, BEFORE THE UPDATE OR DELETE FOR ANYTHING ELSE, SO  *
001600*      THE ROW IS READ AS IT STANDS                              *
001700*   3. WHEN UAA-NOT-WRITTEN, BACK THE CHANGE OUT - AN            *
001800*      AUTHORITY CHANGE NOBODY CAN TRACE MUST NOT STAND. A       *
001900*      GRANT ROW THAT IS NOT THERE ALSO COMES BACK NOT-WRITTEN,  *
002000*      WITH UAA-SQLCODE 100                                      *
002100******************************************************************
002200 01 UAA-AUDIT-FIELDS.
002300    05 UAA-USR-ID                   PIC X(08).
002400    05 UAA-FUNCTION-CODE            PIC X(08).
002500    05 UAA-ACTION                   PIC X(01).
002600       88 UAA-GRANTED                           VALUE 'G'.
002700       88 UAA-REVOKED                           VALUE 'R'.
002800       88 UAA-RECONFIRMED                       VALUE 'C'.
002900       88 UAA-SENT-FOR-RECERT                   VALUE 'S'.
003000       88 UAA-LAPSED                            VALUE 'D'.
003100       88 UAA-LEAVER                            VALUE 'L'.
003200    05 UAA-ACTION-BY                PIC X(08) VALUE 'BATCH   '.
003300    05 UAA-MODULE                   PIC X(08) VALUE SPACES.
003400    05 UAA-REASON                   PIC X(40) VALUE SPACES.
003500    05 UAA-RESULT-SW                PIC X(01) VALUE 'N'.
003600       88 UAA-WRITTEN                           VALUE 'Y'.
003700       88 UAA-NOT-WRITTEN                       VALUE 'N'.
003800    05 UAA-SQLCODE                  PIC S9(9) USAGE COMP VALUE 0.
