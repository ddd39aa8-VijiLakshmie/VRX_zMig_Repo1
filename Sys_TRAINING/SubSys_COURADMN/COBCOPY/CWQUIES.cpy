000100******************************************************************
000200* MAINTENANCE-WINDOW (QUIESCE) CHECK FIELDS.                     *
000300*================================================================*
000400* Notes/Usage:                                                   *
000500*================================================================*
000600* WHILE A MONTH-END OR ARCHIVE STEP RUNS UNDER THE ETROP28       *
000700* DRIVER, DBODEVP.ONLINE_QUIESCE (DCLQUIES) IS SET AND NOTHING   *
000800* ELSE MAY UPDATE THE SUBSYSTEM'S TABLES. EVERY UPDATE-CAPABLE   *
000900* ONLINE PROGRAM INCLUDES THIS COPYBOOK IN WORKING-STORAGE AND   *
001000* CPQUIES IN THE PROCEDURE DIVISION, THEN ON THE UPDATE PATH     *
001100* ONLY (INQUIRIES ARE NEVER REFUSED):                            *
001200*   1. PERFORM CHECK-QUIESCE-PARA                                *
001300*   2. WHEN QSC-QUIESCED, REFUSE THE UPDATE - A SCREEN SHOWS     *
001350*      QSC-MESSAGE ('SYSTEM IN MAINTENANCE UNTIL HH:MM - ...'),  *
001400*      A SERVICE HANDS BACK ITS 'Q' RETURN CODE ('M' IN ETRB004, *
001450*      WHERE 'Q' WAS ALREADY NOT-QUALIFIED) AND THE BOOKING      *
001500*      WEB SERVICE ETRO006 ITS 'F' WITH THE MESSAGE AS REASON    *
001550* A BATCH CALLER OF A SERVICE IS REFUSED THE SAME WAY, SO A      *
001600* STANDALONE JOB SHOULD NOT BE SCHEDULED INTO THE WINDOW.        *
001650* THE ONE EXCEPTION IS ETRB010 FOR PAYMENT METHOD 'WO' -         *
001700* ETROP61'S WRITE-OFFS POST FROM INSIDE THE WINDOW THEIR OWN     *
001720* STEP OPENED.                                                   *
001750* THE CHECK LEAVES SQLCODE CHANGED. A LOOKUP FAILURE READS AS    *
001800* OPEN - THE SWITCH KEEPS THE ONLINE DAY AWAY FROM THE BATCH     *
001850* STEP'S LOCKS, AND A BROKEN SWITCH MUST NOT SHUT THE ONLINE     *
001900* DAY DOWN. AN ABENDED STEP'S LEFTOVER ROW IS CLEARED BY RUNNING *
001950* ETROP28 WITH A 'FORCE-CLEAR' DRIVPARM CARD.                    *
002000******************************************************************
002100 01 QSC-CHECK-FIELDS.
002200    05 QSC-SUBSYSTEM-ID             PIC X(08) VALUE 'COURADMN'.
002300    05 QSC-STATUS-SW                PIC X(01) VALUE 'O'.
002400       88 QSC-QUIESCED                          VALUE 'Q'.
002500       88 QSC-OPEN                              VALUE 'O'.
002600    05 QSC-REASON                   PIC X(40).
002700    05 QSC-EXPECTED-END             PIC X(26).
002800    05 QSC-MESSAGE                  PIC X(79).
