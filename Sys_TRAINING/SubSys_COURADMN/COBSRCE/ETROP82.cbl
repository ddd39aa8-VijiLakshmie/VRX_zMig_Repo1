000160*  HEADER/TRAILER - THE TRANSFER DESK SPLITS ON THE HDR RECORDS  *
000170*  AND SHIPS ONE VERIFIED FILE PER COORDINATOR, THE SAME WAY     *
000180*  THE ETROP77 SLICE CONSOLIDATION HANDLES SECTIONED STREAMS.    *
000181*  A PARENT ORG'S SECTION ROLLS UP ITS SUBSIDIARIES' SEATS       *
000182*  (PARENT_ORG_CODE ON THE SUBSIDIARY'S MASTER ROW) - EACH ROW   *
000183*  STILL CARRIES THE BOOKING ORG'S OWN CODE - SO THE GROUP'S     *
000184*  COORDINATOR GETS ONE FILE. A CARD NAMING A SUBSIDIARY GIVES   *
000185*  JUST THAT SUBSIDIARY.                                         *
000186*  EACH SECTION'S HDR RECORD ALSO CARRIES THE ORG'S BURST MARKER *
000187*  (CWBURST) IN BYTES 81-120 SO ETROP130 CAN DELIVER THE         *
000188*  SECTIONS THROUGH REPORT_DISTRIBUTION.                         *
000190******************************************************************

000200 ENVIRONMENT DIVISION.
000740*    THE PER-ORG BROWSE RUNS INSIDE THE ORG FETCH LOOP, WHICH
000750*    TESTS SQLCODE - SAVED AND PUT BACK.
000760    05 WS-SAVED-SQLCODE                PIC S9(9) COMP.
000761*    ROWS ALREADY WRITTEN WHEN THE CURRENT ORG SECTION BEGAN -
000762*    THE DIFFERENCE AT ITS END IS WHAT GOES ON THE ACCESS LOG.
000763    05 WS-ORG-START-ROWS               PIC S9(9) COMP.

000770******************************************************************
000780*  FETCH HOLD FIELDS FOR ONE ROSTER ROW                          *
000860    05 WS-RO-FULL-NAME                 PIC X(130).
000870    05 WS-RO-EMAIL-ADDR                PIC X(120).
000880    05 WS-RO-CONFIRM-NO                PIC X(08).
000881    05 WS-RO-ORG-CODE                  PIC X(08).

000890******************************************************************
000900* Copybook Includes.                                             *
001020       INCLUDE CWHDRTRL
001030     END-EXEC.

001031*    REPORT BURST-MARKER FIELDS - SEE CWBURST. THE MARKER RIDES
001032*    ON EACH SECTION'S HDR RECORD.
001033     EXEC SQL
001034       INCLUDE CWBURST
001035     END-EXEC.

001040*    MAILING OPT-OUT SUPPRESSION FIELDS - SEE CWOPTOUT.
001050     EXEC SQL
001060       INCLUDE CWOPTOUT
001070     END-EXEC.

001071*    PERSONAL-DATA READ-ACCESS LOG FIELDS - SEE CWPIIACC.
001072     EXEC SQL
001073       INCLUDE CWPIIACC
001074     END-EXEC.

001080******************************************************************
001090*                     DB2 SECTION                                *
001100******************************************************************
001190     END-EXEC.

001200******************************************************************
001210*  EVERY ORG WITH LIVE BOOKINGS (ALL-ORGS MODE) - A SUBSIDIARY'S *
001211*  BOOKINGS COUNT TOWARDS ITS PARENT.                            *
001220******************************************************************
001230     EXEC SQL DECLARE BOOKED-ORGS CURSOR
001240      FOR
001250      SELECT DISTINCT COALESCE(O.PARENT_ORG_CODE, R.ORG_CODE)
001251        FROM DBODEVP.REGISTRATION R
001259             LEFT OUTER JOIN DBODEVP.ORGANIZATION O
001267               ON O.ORG_CODE = R.ORG_CODE
001275       WHERE R.ORG_CODE IS NOT NULL
001283         AND (R.REG_STATUS = 'A' OR R.REG_STATUS = 'W')
001291       ORDER BY 1
001300     END-EXEC.

001310******************************************************************
001320*  ONE ORG'S ACTIVE AND WAITLISTED SEATS WITH SESSION DETAIL,    *
001321*  ITS SUBSIDIARIES' SEATS WITH THEM.                            *
001330******************************************************************
001340     EXEC SQL DECLARE ORG-ROSTER CURSOR
001350      FOR
001370             CHAR(S.SESSION_START_DATE, ISO),
001380             COALESCE(S.VENUE_ID, ' '),
001390             R.REG_STATUS, R.FULL_NAME, R.EMAIL_ADDR,
001400             COALESCE(R.CONFIRM_NO, ' '), R.ORG_CODE
001410        FROM DBODEVP.REGISTRATION R,
001420             DBODEVP.TRAINING_SESSION S
001430       WHERE (R.ORG_CODE    = :WS-WORK-ORG-CODE
001431          OR  R.ORG_CODE IN
001433              (SELECT G.ORG_CODE
001435                 FROM DBODEVP.ORGANIZATION G
001437                WHERE G.PARENT_ORG_CODE = :WS-WORK-ORG-CODE))
001440         AND (R.REG_STATUS = 'A' OR R.REG_STATUS = 'W')
001450         AND S.SESSION_CATG = R.SESSION_CATG
001460         AND S.SESSION_ID   = R.SESSION_ID

001600     PERFORM READ-PARM-PARA.
001610     OPEN OUTPUT ORGX-EXT-FILE.
001614     MOVE 'ORGXTRC'                  TO BK-REPORT-ID.

001620     IF WS-SINGLE-ORG
001630       MOVE WS-PARM-ORG-CODE         TO WS-WORK-ORG-CODE
002380 EXTRACT-ONE-ORG-PARA.
002390     MOVE SQLCODE                    TO WS-SAVED-SQLCODE.
002400     ADD 1                           TO WS-ORG-COUNT.
002401     MOVE WS-ROW-COUNT               TO WS-ORG-START-ROWS.
002404     MOVE 'ORGXTRC'                  TO HT-INTERFACE-NAME.
002407     MOVE 'CLIENT COORDINATORS'      TO HT-DESTINATION.
002410     PERFORM BUILD-HEADER-PARA.
002420     MOVE HT-IO-RECORD               TO ORGX-EXT-RECORD.
002421     SET BK-TYPE-ORG                 TO TRUE.
002422     MOVE WS-WORK-ORG-CODE           TO BK-BURST-KEY.
002423     PERFORM BUILD-BURST-MARKER-PARA.
002424     MOVE BK-IO-RECORD               TO ORGX-EXT-RECORD (81:40).
002430     WRITE ORGX-EXT-RECORD.
002440     MOVE SPACES                     TO ORGX-EXT-RECORD.
002450     EXEC SQL
002590     PERFORM BUILD-TRAILER-PARA.
002600     MOVE HT-IO-RECORD               TO ORGX-EXT-RECORD.
002610     WRITE ORGX-EXT-RECORD.
002611     PERFORM LOG-PII-EXTRACT-PARA.
002620     MOVE WS-SAVED-SQLCODE           TO SQLCODE.

002630 WRITE-ONE-ROW-PARA.
002700             :WS-RO-REG-STATUS,
002710             :WS-RO-FULL-NAME,
002720             :WS-RO-EMAIL-ADDR,
002730             :WS-RO-CONFIRM-NO,
002731             :WS-RO-ORG-CODE
002740     END-EXEC.
002750     EVALUATE SQLCODE
002760       WHEN 0
002890     MOVE WS-RO-EMAIL-ADDR           TO OPT-EMAIL-ADDR.
002900     PERFORM CHECK-OPTOUT-PARA.
002910     IF OPT-NOT-SUPPRESSED
002920       MOVE WS-RO-ORG-CODE           TO OX-ORG-CODE
002930       MOVE WS-RO-SESSION-CATG       TO OX-SESSION-CATG
002940       MOVE WS-RO-SESSION-ID         TO OX-SESSION-ID
002950       MOVE WS-RO-START-DATE         TO OX-START-DATE
003030       ADD 1                         TO HT-RECORD-COUNT
003040     END-IF.

003041******************************************************************
003042* Personal-Data Access Log - ONE ROW PER ORG SECTION SHIPPED,    *
003043* CARRYING THE ORG AND HOW MANY PEOPLE WENT OUT IN IT.           *
003044******************************************************************
003045 LOG-PII-EXTRACT-PARA.
003046     PERFORM RESET-PII-ACCESS-PARA.
003047     MOVE 'ETROP82'                  TO PAL-PROGRAM-ID.
003048     SET PAL-EXTRACT                 TO TRUE.
003049     STRING 'ORG_CODE '              DELIMITED BY SIZE
00304A            WS-WORK-ORG-CODE         DELIMITED BY SIZE
00304B       INTO PAL-CRITERIA-TEXT
00304C     END-STRING.
00304D     COMPUTE PAL-ROW-COUNT = WS-ROW-COUNT - WS-ORG-START-ROWS.
00304E     PERFORM WRITE-PII-ACCESS-PARA.

003050******************************************************************
003060* Error Logging                                                  *
003070******************************************************************
003330       INCLUDE CPHDRTRL
003340     END-EXEC.

003341******************************************************************
003342* Report Burst Marker                                            *
003343******************************************************************
003344     EXEC SQL
003345       INCLUDE CPBURST
003346     END-EXEC.

003350******************************************************************
003360* Run Registry                                                   *
003370******************************************************************
003380     EXEC SQL
003390       INCLUDE CPJOBLOG
003400     END-EXEC.

003401******************************************************************
003402* Personal-Data Access Log                                       *
003403******************************************************************
003404     EXEC SQL
003405       INCLUDE CPPIIACC
003406     END-EXEC.
