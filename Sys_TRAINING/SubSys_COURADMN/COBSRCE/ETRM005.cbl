001500*  MARKING. THE ROSTER POSITION (LAST EMAIL SHOWN) TRAVELS IN     *
001600*  THE COMMAREA SINCE NO DB2 CURSOR SURVIVES ACROSS THE           *
001700*  RETURN/RECEIVE BOUNDARY BETWEEN SCREENS.                       *
001710*  A DELEGATE BOOKED ONTO THE KEYED MEETING AS A MAKE-UP DAY      *
001720*  (DCLMKUP, SEE ETRB035) FOLLOWS THE REGISTRANTS, NAME PREFIXED  *
001730*  'MAKE-UP:'. THE MARK IS WRITTEN UNDER THIS SESSION AND DATE    *
001740*  LIKE ANY OTHER - ETROP22 CREDITS IT TO THE MISSED MEETING.     *
001800******************************************************************

001900 ENVIRONMENT DIVISION.
004200       10 WS-VALID-RETURN-CODE         PIC X(1).
004300          88 WS-VALID-DATE-OK                    VALUE '0'.
004400          88 WS-VALID-DATE-BAD                    VALUE '9'.
004410    05 WS-ROSTER-KIND                  PIC X(01).
004420       88 WS-ROSTER-MAKEUP                       VALUE '2'.

004500******************************************************************
004600*  COMMAREA - THE ROSTER KEY AND THE EMAIL OF THE REGISTRANT      *
004700*  CURRENTLY ON SCREEN (THE ONE A KEYED MARK APPLIES TO), PLUS    *
004800*  THE LAST EMAIL ALREADY WORKED SO THE NEXT TURN RESUMES PAST    *
004900*  IT (AND WHETHER IT WAS A REGISTRANT OR A MAKE-UP DAY).         *
005000******************************************************************
005100 01 WS-COMMAREA.
005200    05 WS-CA-SESSION-CATG              PIC X(02).
005300    05 WS-CA-SESSION-ID                PIC S9(09) USAGE COMP.
005400    05 WS-CA-MEETING-DATE              PIC X(10).
005500    05 WS-CA-CURRENT-EMAIL             PIC X(120).
005510*    '1' WHILE ON THE REGISTRANTS, '2' ONCE ON THE MAKE-UP DAYS.
005520    05 WS-CA-CURRENT-KIND              PIC X(01).

005600******************************************************************
005700*  SYMBOLIC MAP.                                                 *
006400       INCLUDE CWERRLOG
006500     END-EXEC.

006501*    ONLINE TRANSACTION USAGE FIELDS - SEE CWTXNLOG.
006502     EXEC SQL
006503       INCLUDE CWTXNLOG
006504     END-EXEC.

006510*    MAINTENANCE-WINDOW CHECK - SEE CWQUIES.
006520     EXEC SQL
006530       INCLUDE CWQUIES
006540     END-EXEC.

006600******************************************************************
006700*                     DB2 SECTION                                *
006800******************************************************************

007800******************************************************************
007900*  CURSOR DECLARATION - THE ACTIVE ROSTER FOR THE KEYED SESSION,  *
007910*  THEN THE MAKE-UP DAYS BOOKED ONTO THE KEYED MEETING DATE,      *
007920*  RESUMING PAST THE KIND/EMAIL ALREADY ON SCREEN. THE FIRST PART *
007930*  IS THE SAME POPULATION ETROP04'S STUDENTS-IN-SESSION ROLLS UP  *
007940*  TO A HEADCOUNT; A MAKE-UP'S NAME COMES FROM ITS ORIGINAL       *
007950*  REGISTRATION.                                                  *
008200******************************************************************
008300     EXEC SQL DECLARE ROSTER-FORWARD CURSOR
008400      FOR
008410      SELECT ROSTER_KIND, EMAIL_ADDR, FULL_NAME
008420        FROM (SELECT '1' AS ROSTER_KIND, EMAIL_ADDR, FULL_NAME
008430                FROM DBODEVP.REGISTRATION
008440               WHERE SESSION_CATG = :WS-CA-SESSION-CATG
008450                 AND SESSION_ID   = :WS-CA-SESSION-ID
008460                 AND REG_STATUS   = 'A'
008470              UNION ALL
008480              SELECT '2' AS ROSTER_KIND, M.EMAIL_ADDR, R.FULL_NAME
008490                FROM DBODEVP.MAKEUP_BOOKING M,
008500                     DBODEVP.REGISTRATION R
008510               WHERE M.SESSION_CATG      = :WS-CA-SESSION-CATG
008520                 AND M.HOST_SESSION_ID   = :WS-CA-SESSION-ID
008530                 AND M.HOST_MEETING_DATE = :WS-CA-MEETING-DATE
008540                 AND M.MAKEUP_STATUS     = 'B'
008550                 AND R.SESSION_CATG      = M.SESSION_CATG
008560                 AND R.SESSION_ID        = M.ORIG_SESSION_ID
008570                 AND R.EMAIL_ADDR        = M.EMAIL_ADDR) AS X
008580       WHERE ROSTER_KIND > :WS-CA-CURRENT-KIND
008590          OR (ROSTER_KIND = :WS-CA-CURRENT-KIND
008600              AND EMAIL_ADDR > :WS-CA-CURRENT-EMAIL)
008610       ORDER BY ROSTER_KIND, EMAIL_ADDR
009200     END-EXEC.

009300 01 WS-END                             PIC X(50) VALUE
009400     'ETRM005-WORKING STORAGE SECTION ENDS HERE'.

009500 LINKAGE SECTION.
009600 01 DFHCOMMAREA                        PIC X(137).

009700 PROCEDURE DIVISION.


009900     MOVE 'ETRM005'                    TO EL-ERROR-MODULE.
010000     MOVE 'MAIN-LOGIC-PARA           '  TO EL-ERROR-PARA-NAME.
010001     MOVE 'ETRM005'                    TO TXL-PROGRAM-ID.
010002     PERFORM LOG-TXN-START-PARA.

010100     IF EIBCALEN = 0
010200         MOVE SPACES                    TO WS-CA-SESSION-CATG
010300         MOVE 0                         TO WS-CA-SESSION-ID
010400         MOVE SPACES                    TO WS-CA-MEETING-DATE
010500         MOVE SPACES                    TO WS-CA-CURRENT-EMAIL
010510         MOVE '1'                       TO WS-CA-CURRENT-KIND
010600         PERFORM SEND-INITIAL-MAP-PARA
010700         PERFORM RETURN-CONVERSATIONAL-PARA
010800     ELSE
014400         PERFORM START-ROSTER-PARA
014500     ELSE
014600         MOVE MARKI                    TO WS-MARK
014610         PERFORM CHECK-QUIESCE-PARA
014620         EVALUATE TRUE
014630           WHEN QSC-QUIESCED
014640             MOVE QSC-MESSAGE          TO MSGO
014650           WHEN WS-MARK-VALID
014800             PERFORM RECORD-MARK-PARA
014900             PERFORM SHOW-NEXT-REGISTRANT-PARA
014910           WHEN OTHER
015100             MOVE 'MARK MUST BE P (PRESENT) OR A (ABSENT)'
015200                                       TO MSGO
015210         END-EVALUATE
015400     END-IF.
015500     PERFORM SEND-RESULT-MAP-PARA.

017100             MOVE WS-SESSION-ID-NUM    TO WS-CA-SESSION-ID
017200             MOVE MDATEI               TO WS-CA-MEETING-DATE
017300             MOVE SPACES               TO WS-CA-CURRENT-EMAIL
017310             MOVE '1'                  TO WS-CA-CURRENT-KIND
017400             PERFORM SHOW-NEXT-REGISTRANT-PARA
017500         END-IF
017600     END-IF.
023000     ELSE
023100         EXEC SQL
023200           FETCH ROSTER-FORWARD
023210            INTO :WS-ROSTER-KIND,
023220                 :DCLREGISTRATION.EMAIL-ADDR,
023400                 :DCLREGISTRATION.FULL-NAME
023500         END-EXEC
023600         EVALUATE SQLCODE
023700           WHEN 0
023710             MOVE WS-ROSTER-KIND       TO WS-CA-CURRENT-KIND
023800             MOVE EMAIL-ADDR-TEXT      TO WS-CA-CURRENT-EMAIL
023900             MOVE EMAIL-ADDR-TEXT      TO EMAILO
023910             MOVE SPACES               TO FNAMEO
023920             IF WS-ROSTER-MAKEUP
023930                 STRING 'MAKE-UP: '    DELIMITED BY SIZE
023940                        FULL-NAME-TEXT DELIMITED BY SIZE
023950                                       INTO FNAMEO
023960             ELSE
023970                 MOVE FULL-NAME-TEXT   TO FNAMEO
023980             END-IF
024100             MOVE SPACES               TO MARKO
024200           WHEN 100
024210             MOVE '1'                  TO WS-CA-CURRENT-KIND
024300             MOVE SPACES               TO WS-CA-CURRENT-EMAIL
024400             MOVE SPACES               TO EMAILO
024500             MOVE SPACES               TO FNAMEO
026300* ENDS THE PSEUDO-CONVERSATIONAL TURN.                            *
026400******************************************************************
026500 RETURN-CONVERSATIONAL-PARA.
026501     PERFORM LOG-TXN-END-PARA.
026600     EXEC CICS RETURN
026700          TRANSID  ('ETRA')
026800          COMMAREA (WS-COMMAREA)
032900     IF WS-RESP NOT = DFHRESP(NORMAL)
033000         PERFORM CHECK-RESPCODE-PARA
033100     END-IF.
033101     PERFORM LOG-TXN-END-PARA.
033200     EXEC CICS RETURN
033300     END-EXEC.

033700     EXEC SQL
033800       INCLUDE CPERRLOG
033900     END-EXEC.

033901******************************************************************
033902* Transaction Usage                                              *
033903******************************************************************
033904     EXEC SQL
033905       INCLUDE CPTXNLOG
033906     END-EXEC.

033910******************************************************************
033920* Maintenance-Window Check                                       *
033930******************************************************************
033940     EXEC SQL
033950       INCLUDE CPQUIES
033960     END-EXEC.
