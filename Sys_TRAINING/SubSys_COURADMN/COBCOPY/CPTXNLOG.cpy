000100******************************************************************
000200* ONLINE TRANSACTION USAGE PARAGRAPHS - SEE CWTXNLOG FOR THE     *
000300* CALLING CONVENTIONS. A USAGE-ROW FAILURE IS IGNORED: THE       *
000400* STATISTICS ARE WORTH HAVING, BUT NOT AT THE COST OF THE        *
000500* USER'S SCREEN (THE CPJOBLOG POSTURE). DB2 CALL COUNTS ARE NOT  *
000600* KEPT HERE - THE CICS MONITORING DATA CARRIES THEM PER TASK.    *
000700******************************************************************
000800 LOG-TXN-START-PARA.
000900     EXEC CICS ASKTIME
001000               ABSTIME (TXL-START-ABS)
001100     END-EXEC.

001200******************************************************************
001300* THE END CALL TIMES THE TASK, WORKS OUT WHO AND WHICH KEY, AND  *
001400* WRITES THE ROW. PERFORMED MORE THAN ONCE IN A TASK (IT SHOULD  *
001500* NOT BE) IT WRITES A SECOND ROW, TIMED FROM THE SAME START.     *
001600******************************************************************
001700 LOG-TXN-END-PARA.
001800     EXEC CICS ASKTIME
001900               ABSTIME (TXL-END-ABS)
002000     END-EXEC.
002100     COMPUTE TXL-ELAPSED-MS = TXL-END-ABS - TXL-START-ABS.
002200     IF TXL-ELAPSED-MS < 0
002300       MOVE 0                        TO TXL-ELAPSED-MS
002400     END-IF.
002500     EXEC CICS ASSIGN
002600               USERID  (TXL-USR-ID)
002700               RESP    (TXL-RESP)
002800     END-EXEC.
002900     IF TXL-RESP NOT = DFHRESP(NORMAL)
003000       MOVE SPACES                   TO TXL-USR-ID
003100     END-IF.
003200     MOVE EIBTASKN                   TO TXL-TASK-NO.
003210     MOVE EIBTRNID                   TO TXL-TRANS-ID.
003220     MOVE EIBTRMID                   TO TXL-TERM-ID.
003300     PERFORM DECODE-TXN-AID-PARA.
003400     EXEC SQL
003500       INSERT INTO DBODEVP.TXN_USAGE
003600              ( TRANS_ID, PROGRAM_ID, USR_ID, TERM_ID,
003700                AID_KEY, TASK_NO, ELAPSED_MS, LOGGED_DTS )
003800       VALUES ( :TXL-TRANS-ID, :TXL-PROGRAM-ID, :TXL-USR-ID,
003900                :TXL-TERM-ID, :TXL-AID-KEY, :TXL-TASK-NO,
004000                :TXL-ELAPSED-MS, CURRENT TIMESTAMP )
004100     END-EXEC.

004200 DECODE-TXN-AID-PARA.
004300     IF EIBCALEN = 0
004400       MOVE 'START'                  TO TXL-AID-KEY
004500     ELSE
004600       EVALUATE EIBAID
004700         WHEN DFHENTER
004800           MOVE 'ENTER'              TO TXL-AID-KEY
004900         WHEN DFHCLEAR
005000           MOVE 'CLEAR'              TO TXL-AID-KEY
005100         WHEN DFHPA1
005200           MOVE 'PA1'                TO TXL-AID-KEY
005300         WHEN DFHPA2
005400           MOVE 'PA2'                TO TXL-AID-KEY
005500         WHEN DFHPF1
005600           MOVE 'PF1'                TO TXL-AID-KEY
005700         WHEN DFHPF2
005800           MOVE 'PF2'                TO TXL-AID-KEY
005900         WHEN DFHPF3
006000           MOVE 'PF3'                TO TXL-AID-KEY
006100         WHEN DFHPF4
006200           MOVE 'PF4'                TO TXL-AID-KEY
006300         WHEN DFHPF5
006400           MOVE 'PF5'                TO TXL-AID-KEY
006500         WHEN DFHPF6
006600           MOVE 'PF6'                TO TXL-AID-KEY
006700         WHEN DFHPF7
006800           MOVE 'PF7'                TO TXL-AID-KEY
006900         WHEN DFHPF8
007000           MOVE 'PF8'                TO TXL-AID-KEY
007100         WHEN DFHPF9
007200           MOVE 'PF9'                TO TXL-AID-KEY
007300         WHEN DFHPF10
007400           MOVE 'PF10'               TO TXL-AID-KEY
007500         WHEN DFHPF11
007600           MOVE 'PF11'               TO TXL-AID-KEY
007700         WHEN DFHPF12
007800           MOVE 'PF12'               TO TXL-AID-KEY
007900         WHEN OTHER
008000           MOVE 'OTHER'              TO TXL-AID-KEY
008100       END-EVALUATE
008200     END-IF.
