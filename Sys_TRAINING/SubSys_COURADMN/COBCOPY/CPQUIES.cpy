000100******************************************************************
000200* MAINTENANCE-WINDOW (QUIESCE) CHECK - SEE CWQUIES FOR THE       *
000300* CALLING CONVENTIONS. SETS QSC-QUIESCED AND BUILDS THE          *
000400* OPERATOR-FACING QSC-MESSAGE WHILE THE SUBSYSTEM'S              *
000500* ONLINE_QUIESCE ROW SAYS 'Q'; NO ROW, AN OPEN ROW, OR A LOOKUP  *
000600* FAILURE LEAVES QSC-OPEN.                                       *
000700******************************************************************
000800 CHECK-QUIESCE-PARA.
000900     SET QSC-OPEN                    TO TRUE.
001000     MOVE SPACES                     TO QSC-MESSAGE.
001100     EXEC SQL
001200       SELECT QUIESCE_REASON, CHAR(EXPECTED_END)
001300         INTO :QSC-REASON, :QSC-EXPECTED-END
001400         FROM DBODEVP.ONLINE_QUIESCE
001500        WHERE SUBSYSTEM_ID   = :QSC-SUBSYSTEM-ID
001600          AND QUIESCE_STATUS = 'Q'
001700     END-EXEC.
001800     IF SQLCODE = 0
001900       SET QSC-QUIESCED              TO TRUE
002000       STRING 'SYSTEM IN MAINTENANCE UNTIL ' DELIMITED BY SIZE
002100              QSC-EXPECTED-END (12:2)  DELIMITED BY SIZE
002200              ':'                      DELIMITED BY SIZE
002300              QSC-EXPECTED-END (15:2)  DELIMITED BY SIZE
002400              ' - '                    DELIMITED BY SIZE
002500              QSC-REASON               DELIMITED BY SIZE
002600         INTO QSC-MESSAGE
002700       END-STRING
002800     END-IF.
