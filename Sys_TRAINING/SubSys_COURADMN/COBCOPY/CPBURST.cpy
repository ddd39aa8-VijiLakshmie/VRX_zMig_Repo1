000100******************************************************************
000200* REPORT BURST-MARKER BUILD - SEE CWBURST FOR THE CALLING        *
000300* CONVENTIONS.                                                   *
000400******************************************************************
000500 BUILD-BURST-MARKER-PARA.
000600     MOVE SPACES                     TO BK-IO-RECORD.
000700     MOVE '*BURST*'                  TO BK-M-TAG.
000800     MOVE BK-REPORT-ID               TO BK-M-REPORT-ID.
000900     MOVE BK-BURST-TYPE              TO BK-M-TYPE.
001000     IF BK-TYPE-WHOLE-REPORT
001100       MOVE SPACES                   TO BK-M-KEY
001200     ELSE
001300       MOVE BK-BURST-KEY             TO BK-M-KEY
001400     END-IF.
