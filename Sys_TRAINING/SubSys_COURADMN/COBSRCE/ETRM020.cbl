000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ETRM020.
000300 INSTALLATION.  RC.
000400 AUTHOR.        ANAND.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.

000700******************************************************************
000800*  PSEUDO-CONVERSATIONAL CERTIFICATE VERIFICATION INQUIRY.       *
000900*  EMPLOYERS AND REGULATORS RING UP TO CONFIRM A CERTIFICATE     *
001000*  SOMEONE HAS SHOWN THEM. KEY THE CERTIFICATE NUMBER AND THE    *
001100*  HOLDER'S SURNAME AS PRINTED: ENTER LOOKS THE NUMBER UP ON THE *
001200*  CERTIFICATE REGISTER (SEE DCLCERT) AND ANSWERS ONLY VALID,    *
001300*  EXPIRED OR REVOKED, WITH THE COURSE AND THE ISSUE, EXPIRY AND *
001400*  REVOCATION DATES. THE CHECK DIGIT IS TESTED FIRST (RCBT006A)  *
001500*  SO A MIS-HEARD NUMBER IS CAUGHT AT ONCE. A NUMBER THAT IS NOT *
001600*  ON FILE AND A SURNAME THAT DOES NOT MATCH GET THE SAME ANSWER *
001700*  - THE SCREEN NEVER CONFIRMS WHO HOLDS A NUMBER. READ-ONLY.    *
001800******************************************************************

001900 ENVIRONMENT DIVISION.

002000 CONFIGURATION SECTION.
002100 SOURCE-COMPUTER. Z900.
002200 OBJECT-COMPUTER. Z900.

002300 DATA DIVISION.
002400 WORKING-STORAGE SECTION.

002500 01 WS-BEGIN                          PIC  X(36) VALUE
002600     'ETRM020 WORKING STORAGE STARTS HERE'.

002700******************************************************************
002800*  APPLICATION-SPECIFIC WORKING STORAGE                          *
002900******************************************************************
003000 01 WS-VARIABLES.
003100    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
003200       88 WS-NO-ERROR                            VALUE SPACES.
003300    05 WS-RESP                         PIC S9(08) USAGE COMP.
003400    05 WS-RESP2                        PIC S9(08) USAGE COMP.
003500    05 WS-EXPIRED-SW                   PIC X(01).
003600       88 WS-CERT-EXPIRED                        VALUE 'Y'.
003700    05 WS-EXPIRY-IND                   PIC S9(4) USAGE COMP.
003800    05 WS-REVOKED-IND                  PIC S9(4) USAGE COMP.
003900    05 WS-TITLE-IND                    PIC S9(4) USAGE COMP.
004000*    SURNAME MATCH - BOTH SIDES UPPERCASED AND TRIMMED, AND THE
004100*    KEYED SURNAME MUST BE THE WHOLE LAST PART OF THE NAME.
004200    05 WS-SURNAME                      PIC X(30).
004300    05 WS-HOLDER-NAME                  PIC X(130).
004400    05 WS-SURNAME-LEN                  PIC S9(4) USAGE COMP.
004500    05 WS-NAME-LEN                     PIC S9(4) USAGE COMP.
004600    05 WS-NAME-START                   PIC S9(4) USAGE COMP.
004700    05 WS-MATCH-SW                     PIC X(01).
004800       88 WS-SURNAME-MATCHES                     VALUE 'Y'.

004900*    RCBT006A-PARM - SHARED CERTIFICATE-NUMBER CHECK DIGIT.
005000 01 WS-RCBT006A-PARM.
005100    05 WS-CD-CERT-NO                   PIC X(10).
005200    05 WS-CD-FUNCTION                  PIC X(01).
005300    05 WS-CD-RETURN-CODE               PIC X(01).
005400       88 WS-CD-OK                               VALUE '0'.
005500       88 WS-CD-MISMATCH                         VALUE 'C'.
005600       88 WS-CD-BAD                              VALUE '9'.

005700******************************************************************
005800*  COMMAREA - THE LAST NUMBER VERIFIED, KEPT ONLY SO THE NEXT    *
005900*  TURN ARRIVES WITH A NON-ZERO EIBCALEN.                        *
006000******************************************************************
006100 01 WS-COMMAREA.
006200    05 WS-CA-CERT-NO                   PIC X(10).

006300******************************************************************
006400*  SYMBOLIC MAP.                                                 *
006500******************************************************************
006600     COPY ETRM20.

006700******************************************************************
006800* Copybook Includes.                                             *
006900******************************************************************
007000     EXEC SQL
007100       INCLUDE CWERRLOG
007200     END-EXEC.

007201*    ONLINE TRANSACTION USAGE FIELDS - SEE CWTXNLOG.
007202     EXEC SQL
007203       INCLUDE CWTXNLOG
007204     END-EXEC.

007300******************************************************************
007400*                     DB2 SECTION                                *
007500******************************************************************
007600     EXEC SQL
007700       INCLUDE SQLCA
007800     END-EXEC.

007900     EXEC SQL
008000       INCLUDE DCLCERT
008100     END-EXEC.

008200     EXEC SQL
008300       INCLUDE DCLCATLG
008400     END-EXEC.

008500 01 WS-END                             PIC X(50) VALUE
008600     'ETRM020-WORKING STORAGE SECTION ENDS HERE'.

008700 LINKAGE SECTION.
008800 01 DFHCOMMAREA                        PIC X(10).

008900 PROCEDURE DIVISION.

009000 MAIN-LOGIC-PARA.

009100     MOVE 'ETRM020'                    TO EL-ERROR-MODULE.
009200     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.
009201     MOVE 'ETRM020'                    TO TXL-PROGRAM-ID.
009202     PERFORM LOG-TXN-START-PARA.

009300     IF EIBCALEN = 0
009400         MOVE SPACES                   TO WS-CA-CERT-NO
009500         PERFORM SEND-INITIAL-MAP-PARA
009600         PERFORM RETURN-CONVERSATIONAL-PARA
009700     ELSE
009800         MOVE DFHCOMMAREA              TO WS-COMMAREA
009900         PERFORM RECEIVE-MAP-PARA
010000         EVALUATE EIBAID
010100           WHEN DFHPF3
010200             PERFORM SEND-GOODBYE-PARA
010300           WHEN DFHENTER
010400             PERFORM VERIFY-CERT-PARA THRU
010500                 VERIFY-CERT-EXIT
010600             PERFORM SEND-RESULT-MAP-PARA
010700             PERFORM RETURN-CONVERSATIONAL-PARA
010800           WHEN OTHER
010900             MOVE 'INVALID KEY - USE ENTER OR PF3' TO MSGO
011000             PERFORM SEND-RESULT-MAP-PARA
011100             PERFORM RETURN-CONVERSATIONAL-PARA
011200         END-EVALUATE
011300     END-IF.

011400     GOBACK.

011500******************************************************************
011600* ENDS THE PSEUDO-CONVERSATIONAL TURN.                           *
011700******************************************************************
011800 RETURN-CONVERSATIONAL-PARA.
011801     PERFORM LOG-TXN-END-PARA.
011900     EXEC CICS RETURN
012000          TRANSID  ('ETRL')
012100          COMMAREA (WS-COMMAREA)
012200          LENGTH   (LENGTH OF WS-COMMAREA)
012300     END-EXEC.

012400******************************************************************
012500* Screen I/O                                                     *
012600******************************************************************
012700 SEND-INITIAL-MAP-PARA.
012800     MOVE SPACES                       TO MSGO.
012900     EXEC CICS SEND MAP    ('ETRM20M')
013000               MAPSET      ('ETRM020')
013100               ERASE
013200               RESP        (WS-RESP)
013300     END-EXEC.
013400     IF WS-RESP NOT = DFHRESP(NORMAL)
013500         PERFORM CHECK-RESPCODE-PARA
013600     END-IF.

013700 RECEIVE-MAP-PARA.
013800     EXEC CICS RECEIVE MAP ('ETRM20M')
013900               MAPSET      ('ETRM020')
014000               INTO        (ETRM20I)
014100               RESP        (WS-RESP)
014200     END-EXEC.
014300     EVALUATE WS-RESP
014400       WHEN DFHRESP(NORMAL)
014500         CONTINUE
014600       WHEN DFHRESP(MAPFAIL)
014700         CONTINUE
014800       WHEN OTHER
014900         PERFORM CHECK-RESPCODE-PARA
015000     END-EVALUATE.

015100******************************************************************
015200* ENTER - Verify A Certificate                                   *
015300******************************************************************
015400 VERIFY-CERT-PARA.
015500     MOVE 'VERIFY-CERT-PARA          ' TO EL-ERROR-PARA-NAME.
015600     MOVE SPACES                       TO VSTATO CATGO CTITLEO
015700                                          IDATEO EXDATEO RVDATEO.
015800     IF CERTNOI = LOW-VALUES
015900         MOVE SPACES                   TO CERTNOI
016000     END-IF.
016100     IF SURNMI = LOW-VALUES
016200         MOVE SPACES                   TO SURNMI
016300     END-IF.
016400     IF CERTNOI = SPACES
016500         MOVE 'KEY THE CERTIFICATE NUMBER' TO MSGO
016600         GO TO VERIFY-CERT-EXIT
016700     END-IF.
016800     IF SURNMI = SPACES
016900         MOVE 'KEY THE HOLDER SURNAME AS PRINTED' TO MSGO
017000         GO TO VERIFY-CERT-EXIT
017100     END-IF.
017200     MOVE CERTNOI                      TO WS-CD-CERT-NO.
017300     MOVE 'V'                          TO WS-CD-FUNCTION.
017400     CALL 'RCBT006A' USING WS-RCBT006A-PARM.
017500     EVALUATE TRUE
017600       WHEN WS-CD-BAD
017700         MOVE 'A CERTIFICATE NUMBER IS 10 DIGITS' TO MSGO
017800         GO TO VERIFY-CERT-EXIT
017900       WHEN WS-CD-MISMATCH
018000         MOVE 'NOT A VALID CERTIFICATE NUMBER - CHECK THE DIGITS'
018100                                       TO MSGO
018200         GO TO VERIFY-CERT-EXIT
018300     END-EVALUATE.
018400     MOVE WS-CD-CERT-NO                TO WS-CA-CERT-NO.
018500     PERFORM READ-CERT-PARA.
018600     IF NOT WS-NO-ERROR
018700         GO TO VERIFY-CERT-EXIT
018800     END-IF.
018900     PERFORM MATCH-SURNAME-PARA.
019000     IF NOT WS-SURNAME-MATCHES
019100         MOVE 'NO CERTIFICATE MATCHES THAT NUMBER AND SURNAME'
019200                                       TO MSGO
019300         GO TO VERIFY-CERT-EXIT
019400     END-IF.
019500     PERFORM SHOW-CERT-PARA.
019600 VERIFY-CERT-EXIT.
019700     EXIT.

019800*    THE TITLE IS A NICETY - A CATEGORY SINCE DROPPED FROM THE
019900*    CATALOG STILL VERIFIES, WITH THE TITLE LEFT BLANK.
020000 READ-CERT-PARA.
020100     MOVE SPACES                       TO WS-ERROR-SWITCH.
020200     MOVE WS-CA-CERT-NO                TO CRT-CERT-NO.
020300     MOVE SPACES                       TO CRT-FULL-NAME-TEXT.
020400     EXEC SQL
020500       SELECT C.SESSION_CATG, C.FULL_NAME,
020600              CHAR(C.ISSUE_DATE, ISO),
020700              CHAR(C.CERT_EXPIRY_DATE, ISO),
020800              C.REVOKED_SW,
020900              CHAR(C.REVOKED_DATE, ISO),
021000              CASE WHEN C.CERT_EXPIRY_DATE < CURRENT DATE
021100                   THEN 'Y' ELSE 'N' END,
021200              (SELECT K.COURSE_TITLE
021300                 FROM DBODEVP.COURSE_CATALOG K
021400                WHERE K.SESSION_CATG = C.SESSION_CATG)
021500         INTO :CRT-SESSION-CATG, :CRT-FULL-NAME,
021600              :CRT-ISSUE-DATE,
021700              :CRT-CERT-EXPIRY-DATE :WS-EXPIRY-IND,
021800              :CRT-REVOKED-SW,
021900              :CRT-REVOKED-DATE     :WS-REVOKED-IND,
022000              :WS-EXPIRED-SW,
022100              :CAT-COURSE-TITLE     :WS-TITLE-IND
022200         FROM DBODEVP.CERTIFICATE C
022300        WHERE C.CERT_NO = :CRT-CERT-NO
022400     END-EXEC.
022500     EVALUATE SQLCODE
022600       WHEN 0
022700         CONTINUE
022800       WHEN 100
022900         MOVE 'NO CERTIFICATE MATCHES THAT NUMBER AND SURNAME'
023000                                       TO MSGO
023100         MOVE 'E'                      TO WS-ERROR-SWITCH
023200       WHEN OTHER
023300         MOVE 'SELECT'                 TO EL-ERROR-ACTION
023400         MOVE 'CERTIFICATE'            TO EL-ERROR-DB2-OBJECT
023500         PERFORM CHECK-SQLCODE-PARA
023600         MOVE 'CERTIFICATE LOOKUP FAILED - SEE ERROR LOG' TO MSGO
023700         MOVE 'E'                      TO WS-ERROR-SWITCH
023800     END-EVALUATE.

023900*    "SMITH" MATCHES "JOHN SMITH" AND "ANNE DE SMITH" BUT NOT
024000*    "JOHN GOLDSMITH" - THE KEYED SURNAME MUST START A WORD.
024100 MATCH-SURNAME-PARA.
024200     MOVE 'N'                          TO WS-MATCH-SW.
024300     MOVE SURNMI                       TO WS-SURNAME.
024400     MOVE CRT-FULL-NAME-TEXT           TO WS-HOLDER-NAME.
024500     INSPECT WS-SURNAME CONVERTING
024600         'abcdefghijklmnopqrstuvwxyz' TO
024700         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
024800     INSPECT WS-HOLDER-NAME CONVERTING
024900         'abcdefghijklmnopqrstuvwxyz' TO
025000         'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
025100     PERFORM SCAN-BACK-PARA
025200         VARYING WS-SURNAME-LEN FROM 30 BY -1
025300           UNTIL WS-SURNAME-LEN < 1
025400              OR WS-SURNAME (WS-SURNAME-LEN:1) NOT = SPACE.
025500     PERFORM SCAN-BACK-PARA
025600         VARYING WS-NAME-LEN FROM 130 BY -1
025700           UNTIL WS-NAME-LEN < 1
025800              OR WS-HOLDER-NAME (WS-NAME-LEN:1) NOT = SPACE.
025900     IF WS-SURNAME-LEN < 1 OR WS-NAME-LEN < WS-SURNAME-LEN
026000         GO TO MATCH-SURNAME-EXIT
026100     END-IF.
026200     COMPUTE WS-NAME-START = WS-NAME-LEN - WS-SURNAME-LEN + 1.
026300     IF WS-HOLDER-NAME (WS-NAME-START:WS-SURNAME-LEN)
026400            NOT = WS-SURNAME (1:WS-SURNAME-LEN)
026500         GO TO MATCH-SURNAME-EXIT
026600     END-IF.
026700     IF WS-NAME-START = 1
026800         MOVE 'Y'                      TO WS-MATCH-SW
026900     ELSE
027000         IF WS-HOLDER-NAME (WS-NAME-START - 1:1) = SPACE
027100             MOVE 'Y'                  TO WS-MATCH-SW
027200         END-IF
027300     END-IF.
027400 MATCH-SURNAME-EXIT.
027500     EXIT.

027600 SCAN-BACK-PARA.
027700     CONTINUE.

027800*    REVOKED OUTRANKS EXPIRED - A WITHDRAWN CERTIFICATE IS NEVER
027900*    REPORTED AS MERELY LAPSED. NO EXPIRY DATE NEVER EXPIRES.
028000 SHOW-CERT-PARA.
028100     MOVE CRT-SESSION-CATG             TO CATGO.
028200     IF WS-TITLE-IND >= 0
028300         MOVE CAT-COURSE-TITLE-TEXT    TO CTITLEO
028400     END-IF.
028500     MOVE CRT-ISSUE-DATE               TO IDATEO.
028600     IF WS-EXPIRY-IND >= 0
028700         MOVE CRT-CERT-EXPIRY-DATE     TO EXDATEO
028800     ELSE
028900         MOVE 'NONE'                   TO EXDATEO
029000     END-IF.
029100     EVALUATE TRUE
029200       WHEN CRT-REVOKED
029300         MOVE 'REVOKED'                TO VSTATO
029400         IF WS-REVOKED-IND >= 0
029500             MOVE CRT-REVOKED-DATE     TO RVDATEO
029600         END-IF
029700         MOVE 'CERTIFICATE HAS BEEN WITHDRAWN - NOT VALID' TO MSGO
029800       WHEN WS-EXPIRY-IND >= 0 AND WS-CERT-EXPIRED
029900         MOVE 'EXPIRED'                TO VSTATO
030000         MOVE 'CERTIFICATE WAS GENUINE BUT HAS EXPIRED' TO MSGO
030100       WHEN OTHER
030200         MOVE 'VALID'                  TO VSTATO
030300         MOVE 'CERTIFICATE IS GENUINE AND CURRENT' TO MSGO
030400     END-EVALUATE.

030500 SEND-RESULT-MAP-PARA.
030600     EXEC CICS SEND MAP    ('ETRM20M')
030700               MAPSET      ('ETRM020')
030800               FROM        (ETRM20O)
030900               DATAONLY
031000               RESP        (WS-RESP)
031100     END-EXEC.
031200     IF WS-RESP NOT = DFHRESP(NORMAL)
031300         PERFORM CHECK-RESPCODE-PARA
031400     END-IF.

031500 SEND-GOODBYE-PARA.
031600     EXEC CICS SEND TEXT
031700               FROM    ('ETRM020 - VERIFICATION COMPLETE')
031800               LENGTH  (31)
031900               ERASE
032000               RESP    (WS-RESP)
032100     END-EXEC.
032200     IF WS-RESP NOT = DFHRESP(NORMAL)
032300         PERFORM CHECK-RESPCODE-PARA
032400     END-IF.
032401     PERFORM LOG-TXN-END-PARA.
032500     EXEC CICS RETURN
032600     END-EXEC.

032700******************************************************************
032800* Error Logging                                                  *
032900******************************************************************
033000     EXEC SQL
033100       INCLUDE CPERRLOG
033200     END-EXEC.

033201******************************************************************
033202* Transaction Usage                                              *
033203******************************************************************
033204     EXEC SQL
033205       INCLUDE CPTXNLOG
033206     END-EXEC.
