000089*  THE DEADLINE LENGTH COMES FROM SYSTEM_PARAMETER VIA RCBT004A   *
000090*  (PARM OFFER-DAYS) SO THE DESK CAN TUNE IT WITHOUT A            *
000091*  RECOMPILE.                                                     *
000092*  SEATS AN ORGANIZATION HOLDS UNNAMED (SEAT_HOLD) COUNT AS       *
000093*  TAKEN. A HOLD ETROP115 RELEASES AT ITS EXPIRY DATE BRINGS      *
000094*  ITS SESSION INTO THE OFFER ROUND EVEN WHEN NOBODY CANCELLED,   *
000095*  SO THE UNNAMED SEATS PASS STRAIGHT TO THE WAITLIST.            *
000096******************************************************************
000097
000100 ENVIRONMENT DIVISION.
000110
000120 CONFIGURATION SECTION.
000390    05 WS-FREE-SESSION-CAPACITY        PIC S9(4) USAGE COMP.
000400    05 WS-FREE-ACTIVE-COUNT            PIC S9(9) USAGE COMP.
000401    05 WS-OPEN-OFFER-COUNT             PIC S9(9) USAGE COMP.
000405    05 WS-HELD-SEAT-COUNT              PIC S9(9) USAGE COMP.
00040A*    PER-SESSION OFFER ROUND - THE DRIVER LOOPS UNTIL EVERY
00040B*    FREE SEAT HOLDS AN OPEN OFFER OR THE QUEUE RUNS DRY.
00040C    05 WS-SESSION-OFFER-COUNT          PIC S9(4) USAGE COMP.
000572     EXEC SQL
000573       INCLUDE DCLWLOFR
000574     END-EXEC.
000575*    ORGANIZATION SEAT HOLDS - SEE DCLSEATH.
000576     EXEC SQL
000577       INCLUDE DCLSEATH
000578     END-EXEC.
000580******************************************************************
000590*  CURSOR DECLARATION                                            *
000600******************************************************************
000630      SELECT DISTINCT SESSION_CATG, SESSION_ID
000640        FROM DBODEVP.REGISTRATION
000650       WHERE REG_STATUS = 'C'
00065A*    PLUS EVERY SESSION WHERE A LAPSED OR RELEASED SEAT HOLD
00065B*    GAVE UNNAMED SEATS BACK - UNION DROPS THE DUPLICATES.
00065C      UNION
00065D      SELECT SESSION_CATG, SESSION_ID
00065E        FROM DBODEVP.SEAT_HOLD
00065F       WHERE HOLD_STATUS IN ('X', 'R')
00065G         AND SEATS_RELEASED > 0
000660     END-EXEC.
000670 01 WS-END                             PIC X(50) VALUE
000680     'ETROP06-WORKING STORAGE SECTION ENDS HERE'.
001306*    SEAT) OR THE QUEUE HAS NO ONE LEFT TO OFFER TO. SQLCODE
001308*    IS CLEARED ON THE WAY OUT SO THE DRIVING FETCH LOOP NEVER
001309*    MISTAKES AN EMPTY QUEUE FOR CURSOR END.
00130A*    SEATS STILL HELD UNNAMED FOR AN ORGANIZATION COUNT AS
00130B*    TAKEN HERE TOO, THE SAME AS IN ETRB002.
001310 OFFER-WAITLIST-PARA.
00131A     MOVE 0                          TO WS-SESSION-OFFER-COUNT.
00131B     MOVE 'N'                        TO WS-OFFER-DONE-SW.
001400                 FROM DBODEVP.WAITLIST_OFFER O2
001410                WHERE O2.SESSION_CATG = :WS-HOLD-SESSION-CATG
001420                  AND O2.SESSION_ID   = :WS-HOLD-SESSION-ID
001430                  AND O2.OFFER_STATUS = 'O'),
00143A              (SELECT COALESCE(SUM(H2.SEATS_HELD
00143B                                 - H2.SEATS_CONVERTED), 0)
00143C                 FROM DBODEVP.SEAT_HOLD H2
00143D                WHERE H2.SESSION_CATG = :WS-HOLD-SESSION-CATG
00143E                  AND H2.SESSION_ID   = :WS-HOLD-SESSION-ID
00143F                  AND H2.HOLD_STATUS  = 'O')
001440         INTO :WS-FREE-SESSION-CAPACITY,
001450              :WS-FREE-ACTIVE-COUNT,
001460              :WS-OPEN-OFFER-COUNT,
00146A              :WS-HELD-SEAT-COUNT
001470         FROM DBODEVP.TRAINING_SESSION
001480        WHERE SESSION_CATG = :WS-HOLD-SESSION-CATG
001490          AND SESSION_ID   = :WS-HOLD-SESSION-ID
001510     EVALUATE SQLCODE
001520       WHEN 0
001530         IF WS-FREE-ACTIVE-COUNT + WS-OPEN-OFFER-COUNT
00153A            + WS-HELD-SEAT-COUNT
001540            < WS-FREE-SESSION-CAPACITY
001550             PERFORM SELECT-WAITLIST-PARA
001560         ELSE
002690 OPEN-OFFER-MERGE-PARA.
002700     OPEN OUTPUT OFFER-MERGE-FILE.
002710     MOVE 'ETROP06'                  TO HT-PROGRAM-ID.
002713     MOVE 'OFRMRG'                   TO HT-INTERFACE-NAME.
002716     MOVE 'MAILING SYSTEM'           TO HT-DESTINATION.
002720     PERFORM BUILD-HEADER-PARA.
002730     MOVE HT-IO-RECORD               TO OFFER-MERGE-RECORD.
002740     WRITE OFFER-MERGE-RECORD.
