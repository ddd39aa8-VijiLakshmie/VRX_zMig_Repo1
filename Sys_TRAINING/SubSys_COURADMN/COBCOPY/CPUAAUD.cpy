000100******************************************************************
000200* USER AUTHORITY CHANGE-AUDIT PARAGRAPH - SEE CWUAAUD FOR THE    *
000300* CALLING CONVENTIONS. THE GRANT'S OWN ROW IS COPIED INSIDE THE  *
000400* INSERT ... SELECT, SO THE CALLER NEVER HAS TO RE-READ THE ROW  *
000500* IT IS ABOUT TO CHANGE. UNLIKE THE REGISTRATION AUDIT (CPRGAUD) *
000600* A FAILURE HERE IS THE CALLER'S SIGNAL TO BACK OUT.             *
000700******************************************************************
000800 WRITE-AUTH-AUDIT-PARA.
000900     SET UAA-NOT-WRITTEN             TO TRUE.
001000     EXEC SQL
001100       INSERT INTO DBODEVP.USER_AUTHORITY_AUDIT
001200            ( AUDIT_DTS, USR_ID, FUNCTION_CODE, AUDIT_ACTION,
001300              ENO, GRANTED_BY, GRANTED_DTS,
001400              ACTION_BY, ACTION_MODULE, ACTION_REASON )
001500       SELECT CURRENT TIMESTAMP, USR_ID, FUNCTION_CODE,
001600              :UAA-ACTION,
001700              ENO, GRANTED_BY, DTS,
001800              :UAA-ACTION-BY, :UAA-MODULE, :UAA-REASON
001900         FROM DBODEVP.USER_AUTHORITY
002000        WHERE USR_ID        = :UAA-USR-ID
002100          AND FUNCTION_CODE = :UAA-FUNCTION-CODE
002200     END-EXEC.
002300     MOVE SQLCODE                    TO UAA-SQLCODE.
002400     IF SQLCODE = 0
002500       SET UAA-WRITTEN               TO TRUE
002600     ELSE
002700       IF SQLCODE NOT = 100
002800         DISPLAY ' UNABLE TO WRITE AUTHORITY AUDIT ROW '
002900         DISPLAY ' SQL CODE   '  UAA-SQLCODE
003000       END-IF
003100     END-IF.
