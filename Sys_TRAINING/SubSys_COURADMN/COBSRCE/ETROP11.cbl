00039B     05 MR-DELIVERY-MODE             PIC X(01).
00039C     05 FILLER                       PIC X(02) VALUE SPACES.
00039D     05 MR-MEETING-LINK              PIC X(60).
00039E******************************************************************
00039F*  SCHEDULE-RECORD IS THE COMPANION MEETING-CALENDAR FILE THE    *
00039G*  MAILING SYSTEM JOINS TO JOINMRG ON EMAIL + SESSION KEY - ONE  *
00039H*  RECORD PER ACTUAL MEETING (SESSION_SCHEDULE), SO JOINING      *
00039I*  INSTRUCTIONS CARRY THE REAL CALENDAR AND NOT JUST THE START   *
00039J*  DATE. A SESSION WITH NO SESSION_SCHEDULE ROWS FALLS BACK TO   *
00039K*  ONE RECORD CARRYING THE START DATE WITH BLANK TIMES.          *
00039L******************************************************************
00039M FD  SCHEDULE-FILE
000400     RECORD CONTAINS 200 CHARACTERS.
000401 01  SCHEDULE-RECORD.
000402     05 SR-EMAIL-ADDR                PIC X(120).
000412     05 SR-END-TIME                  PIC X(08).
000413     05 FILLER                       PIC X(33) VALUE SPACES.

000415 WORKING-STORAGE SECTION.

000417 01 WS-BEGIN                          PIC  X(36) VALUE
000420     'ETROP11 WORKING STORAGE STARTS HERE'.

000430******************************************************************
000516*    TESTS SQLCODE - ITS OWN FINAL SQLCODE 100 IS SAVED AND PUT
000517*    BACK SO IT CANNOT END THE REGISTRANT LOOP EARLY.
000518    05 WS-SAVED-SQLCODE                PIC S9(9) COMP.
00051A*    EACH FILE HAS ITS OWN TRANSMISSION_LOG GENERATION - HELD
00051B*    HERE WHILE BOTH ARE OPEN, FOR ITS TRAILER.
00051C    05 WS-MERGE-GENERATION             PIC S9(9) COMP VALUE 0.
00051D    05 WS-SCHED-GENERATION             PIC S9(9) COMP VALUE 0.
000520******************************************************************
000530* Copybook Includes.                                             *
000540******************************************************************
000560       INCLUDE CWERRLOG
000570     END-EXEC.

000571*    INTERFACE HEADER/TRAILER CONTROLS - SEE CWHDRTRL.
000572     EXEC SQL
000573       INCLUDE CWHDRTRL
000574     END-EXEC.

000575*    BATCH RUN-REGISTRY FIELDS - SEE CWJOBLOG.
000576     EXEC SQL
000577       INCLUDE CWJOBLOG
000578     END-EXEC.

000580******************************************************************
000704       INCLUDE CWNTCLOG
000705     END-EXEC.

000707******************************************************************
000710*  CURSOR DECLARATION - EVERY ACTIVE REGISTRANT WHOSE SESSION     *
000720*  START DATE IS STILL IN THE FUTURE.                             *
000730******************************************************************
001450 OPEN-MERGE-PARA.
001460     OPEN OUTPUT MERGE-FILE.
001465     OPEN OUTPUT SCHEDULE-FILE.
00146A     MOVE 'ETROP11'                  TO HT-PROGRAM-ID.
00146B     MOVE 'JOINMRG'                  TO HT-INTERFACE-NAME.
00146C     MOVE 'MAILING SYSTEM'           TO HT-DESTINATION.
00146D     PERFORM BUILD-HEADER-PARA.
00146E     MOVE HT-GENERATION              TO WS-MERGE-GENERATION.
00146F     MOVE HT-IO-RECORD               TO MERGE-RECORD.
00146G     WRITE MERGE-RECORD.
00146H     MOVE SPACES                     TO MERGE-RECORD.
00146I     MOVE 'JOINSCHD'                 TO HT-INTERFACE-NAME.
00146J     MOVE 'MEETING CALENDAR'         TO HT-DESTINATION.
00146K     PERFORM BUILD-HEADER-PARA.
00146L     MOVE HT-GENERATION              TO WS-SCHED-GENERATION.
00146M     MOVE HT-IO-RECORD               TO SCHEDULE-RECORD.
00146N     WRITE SCHEDULE-RECORD.
00146O     MOVE SPACES                     TO SCHEDULE-RECORD.
00146P     MOVE 0                          TO WS-RECORD-COUNT.
001475     MOVE 0                          TO WS-SCHED-COUNT.

001480*    A SUPPRESSED ADDRESS (MAIL_OPTOUT) GETS NO MERGE RECORD -
001609         PERFORM CHECK-SQLCODE-PARA
001610     END-EVALUATE.

00161A CLOSE-MERGE-PARA.
00161B     DISPLAY 'ETROP11 - JOINING INSTRUCTIONS MERGE RECORDS: '
00161C             WS-RECORD-COUNT.
00161D     DISPLAY 'ETROP11 - SUPPRESSED BY OPT-OUT: '
00161E             OPT-SUPPRESSED-COUNT.
00161F     DISPLAY 'ETROP11 - MEETING CALENDAR RECORDS: '
00161G             WS-SCHED-COUNT.
00161H     DISPLAY 'ETROP11 - ALREADY-SENT SKIPPED: '
00161I             NTL-DUP-COUNT.
00161J     MOVE WS-RECORD-COUNT            TO HT-RECORD-COUNT.
00161K     MOVE 'JOINMRG'                  TO HT-INTERFACE-NAME.
00161L     MOVE WS-MERGE-GENERATION        TO HT-GENERATION.
00161M     PERFORM BUILD-TRAILER-PARA.
00161N     MOVE HT-IO-RECORD               TO MERGE-RECORD.
00161O     WRITE MERGE-RECORD.
00161P     CLOSE MERGE-FILE.
00161Q     MOVE WS-SCHED-COUNT             TO HT-RECORD-COUNT.
00161R     MOVE 'JOINSCHD'                 TO HT-INTERFACE-NAME.
00161S     MOVE WS-SCHED-GENERATION        TO HT-GENERATION.
00161T     PERFORM BUILD-TRAILER-PARA.
00161U     MOVE HT-IO-RECORD               TO SCHEDULE-RECORD.
00161V     WRITE SCHEDULE-RECORD.
00161W     CLOSE SCHEDULE-FILE.

001624******************************************************************
001626* Outbound-Notice Audit Log                                      *
001632       INCLUDE CPNTCLOG
001634     END-EXEC.

00163A******************************************************************
00163B* Opt-Out Suppression Check                                      *
00163C******************************************************************
00163D     EXEC SQL
00163E       INCLUDE CPOPTOUT
00163F     END-EXEC.

00163G******************************************************************
00163H* Error Logging                                                  *
00163I******************************************************************
00163J     EXEC SQL
001640       INCLUDE CPERRBAT
001650     END-EXEC.

