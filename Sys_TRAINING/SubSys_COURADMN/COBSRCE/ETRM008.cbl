005600       88 WS-M8-MAINTAIN-OK                      VALUE '0'.
005700       88 WS-M8-MAINTAIN-NOT-FOUND               VALUE 'N'.
005800       88 WS-M8-MAINTAIN-BAD-EMAIL               VALUE 'E'.
005804       88 WS-M8-MAINTAIN-CHANGED                 VALUE 'C'.
005810    05 WS-M8-AUTH-USR-ID               PIC X(8).
005820    05 WS-M8-SPECIAL-REQS              PIC X(120).
005830    05 WS-M8-SEEN-DTS                  PIC X(26).
005900 01 WS-ETRB003-PARM.
006000    05 WS-M3-SESSION-CATG              PIC X(2).
006100    05 WS-M3-SESSION-ID                PIC S9(9) USAGE COMP.
006320       88 WS-M3-CANCEL-ATTEMPTED                VALUE '0'.
006330       88 WS-M3-CANCEL-UNAUTHORIZED             VALUE 'X'.
006335       88 WS-M3-CANCEL-BAD-REASON-CD             VALUE 'R'.
006337       88 WS-M3-CANCEL-CHANGED                   VALUE 'C'.
006340    05 WS-M3-AUTH-USR-ID               PIC X(8).
006345    05 WS-M3-CANCEL-REASON-CD          PIC X(3).
006347    05 WS-M3-SEEN-DTS                  PIC X(26).
006350 01 WS-USR-ID                          PIC X(08).

006400******************************************************************
006500*  COMMAREA - CARRIES THE KEY OF THE REGISTRATION CURRENTLY ON    *
006600*  SCREEN SO PF5/PF6 ACT ON WHAT ENTER LAST DISPLAYED, NOT ON     *
006700*  WHATEVER IS SITTING IN THE KEY FIELDS.                         *
006710*  WS-CA-DTS IS THE ROW'S DTS AS ENTER SHOWED IT - ETRB008 AND    *
006720*  ETRB003 REFUSE PF5/PF6 IF ANOTHER USER HAS CHANGED THE ROW     *
006730*  SINCE.                                                         *
006800******************************************************************
006900 01 WS-COMMAREA.
007000    05 WS-CA-SESSION-CATG              PIC X(02).
007100    05 WS-CA-SESSION-ID                PIC S9(9) USAGE COMP.
007200    05 WS-CA-EMAIL-ADDR                PIC X(120).
007210    05 WS-CA-DTS                       PIC X(26).

007300******************************************************************
007400*  SYMBOLIC MAP.                                                 *
008100       INCLUDE CWERRLOG
008200     END-EXEC.

008201*    ONLINE TRANSACTION USAGE FIELDS - SEE CWTXNLOG.
008202     EXEC SQL
008203       INCLUDE CWTXNLOG
008204     END-EXEC.

008210*    MAINTENANCE-WINDOW CHECK - SEE CWQUIES.
008220     EXEC SQL
008230       INCLUDE CWQUIES
008240     END-EXEC.

008300******************************************************************
008400*                     DB2 SECTION                                *
008500******************************************************************
009300     'ETRM008-WORKING STORAGE SECTION ENDS HERE'.

009400 LINKAGE SECTION.
009500 01 DFHCOMMAREA                        PIC X(152).

009600 PROCEDURE DIVISION.


009800     MOVE 'ETRM008'                    TO EL-ERROR-MODULE.
009900     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.
009901     MOVE 'ETRM008'                    TO TXL-PROGRAM-ID.
009902     PERFORM LOG-TXN-START-PARA.

010000     IF EIBCALEN = 0
010100         MOVE SPACES                   TO WS-CA-SESSION-CATG
010200         MOVE 0                        TO WS-CA-SESSION-ID
010300         MOVE SPACES                   TO WS-CA-EMAIL-ADDR
010310         MOVE SPACES                   TO WS-CA-DTS
010400         PERFORM SEND-INITIAL-MAP-PARA
010500         PERFORM RETURN-CONVERSATIONAL-PARA
010600     ELSE
011700             PERFORM SEND-RESULT-MAP-PARA
011800             PERFORM RETURN-CONVERSATIONAL-PARA
011900           WHEN DFHPF5
011910             PERFORM CHECK-QUIESCE-PARA
011920             IF QSC-QUIESCED
011930                 MOVE QSC-MESSAGE      TO MSGO
011940             ELSE
011950                 PERFORM APPLY-CONTACT-PARA
011960             END-IF
012100             PERFORM SEND-RESULT-MAP-PARA
012200             PERFORM RETURN-CONVERSATIONAL-PARA
012300           WHEN DFHPF6
012310             PERFORM CHECK-QUIESCE-PARA
012320             IF QSC-QUIESCED
012330                 MOVE QSC-MESSAGE      TO MSGO
012340             ELSE
012350                 PERFORM CANCEL-REGISTRATION-PARA
012360             END-IF
012500             PERFORM SEND-RESULT-MAP-PARA
012600             PERFORM RETURN-CONVERSATIONAL-PARA
012700           WHEN OTHER
013700* KEY FORWARD SO PF5/PF6 ACT ON IT.                              *
013800******************************************************************
013900 RETURN-CONVERSATIONAL-PARA.
013901     PERFORM LOG-TXN-END-PARA.
014000     EXEC CICS RETURN
014100          TRANSID  ('ETRR')
014200          COMMAREA (WS-COMMAREA)
020400     EXEC SQL
020500       SELECT FULL_NAME, ORG_NAME, PHONE_NUMBER,
020600              REG_STATUS, REG_DATE,
020610              COALESCE(CONFIRM_NO, ' '), SPECIAL_REQS,
020620              DTS
020700         INTO :DCLREGISTRATION.FULL-NAME,
020800              :DCLREGISTRATION.ORG-NAME,
020900              :DCLREGISTRATION.PHONE-NUMBER
021200              :DCLREGISTRATION.REG-DATE,
021210              :DCLREGISTRATION.REG-CONFIRM-NO,
021220              :DCLREGISTRATION.REG-SPECIAL-REQS
021230                 :WS-SREQ-IND,
021240              :DCLREGISTRATION.DTS
021300         FROM DBODEVP.REGISTRATION
021400        WHERE SESSION_CATG = :WS-CA-SESSION-CATG
021500          AND SESSION_ID   = :WS-CA-SESSION-ID
021800     EVALUATE SQLCODE
021900       WHEN 0
022000         SET WS-ROW-FOUND              TO TRUE
022010         MOVE DTS OF DCLREGISTRATION   TO WS-CA-DTS
022100         MOVE WS-CA-SESSION-CATG       TO CATGO
022200         MOVE WS-CA-SESSION-ID         TO WS-SESSION-ID-NUM
022300         MOVE WS-SESSION-ID-NUM        TO SIDO
023510         MOVE SPACES                   TO RSNCDO
023600         MOVE 'OVERTYPE + PF5, OR REASON + PF6' TO MSGO
023700       WHEN 100
023710         MOVE SPACES                   TO WS-CA-DTS
023800         MOVE 'NO REGISTRATION FOUND FOR THAT KEY' TO MSGO
023900       WHEN OTHER
024000         MOVE 'SELECT'                 TO EL-ERROR-ACTION
027280             MOVE SPACES               TO WS-USR-ID
027290         END-IF
027295         MOVE WS-USR-ID                TO WS-M8-AUTH-USR-ID
027297         MOVE WS-CA-DTS                TO WS-M8-SEEN-DTS
027300         CALL 'ETRB008' USING WS-ETRB008-PARM
027400         EVALUATE TRUE
027500           WHEN WS-M8-MAINTAIN-OK
027800*                NEXT PF5/PF6 STILL FINDS THE REGISTRATION.
027900                 MOVE WS-M8-EMAIL-ADDR TO WS-CA-EMAIL-ADDR
028000             END-IF
028010*            RE-SHOW THE ROW SO THE COMMAREA CARRIES THE DTS THE
028020*            UPDATE JUST STAMPED - THE NEXT PF5 IS NOT A COLLISION
028030*            WITH THIS ONE.
028040             PERFORM SHOW-REGISTRATION-PARA
028100             MOVE 'CONTACT DETAILS UPDATED' TO MSGO
028200           WHEN WS-M8-MAINTAIN-NOT-FOUND
028300             MOVE 'NO REGISTRATION FOUND FOR THAT KEY' TO MSGO
028400           WHEN WS-M8-MAINTAIN-BAD-EMAIL
028500             MOVE 'NEW EMAIL ADDRESS FAILS VALIDATION' TO MSGO
028510           WHEN WS-M8-MAINTAIN-CHANGED
028520             PERFORM REPORT-COLLISION-PARA
028600           WHEN OTHER
028700             MOVE 'UPDATE FAILED - SEE ERROR LOG' TO MSGO
028800         END-EVALUATE
030570             MOVE SPACES               TO WS-USR-ID
030580         END-IF
030590         MOVE WS-USR-ID                TO WS-M3-AUTH-USR-ID
030594         MOVE WS-CA-DTS                TO WS-M3-SEEN-DTS
030600         CALL 'ETRB003' USING WS-ETRB003-PARM
030620         IF WS-M3-CANCEL-UNAUTHORIZED
030630             MOVE 'NOT AUTHORIZED TO CANCEL REGISTRATIONS'
030646         IF WS-M3-CANCEL-BAD-REASON-CD
030647             MOVE 'UNKNOWN CANCELLATION REASON CODE' TO MSGO
030648         ELSE
030658         IF WS-M3-CANCEL-CHANGED
030668             PERFORM REPORT-COLLISION-PARA
030678         ELSE
030700         PERFORM SHOW-REGISTRATION-PARA
030800         IF WS-ROW-FOUND
030900             IF REG-STATUS = 'C'
031500         END-IF
031540         END-IF
031550         END-IF
031560         END-IF
031600     END-EVALUATE.

031603******************************************************************
031606* Another User Got There First                                   *
031609******************************************************************
031612*    ETRB008/ETRB003 FOUND THE ROW CHANGED SINCE ENTER SHOWED IT,
031615*    SO NOTHING WAS APPLIED. THE COLLISION IS LOGGED AND THE ROW
031618*    AS IT NOW STANDS GOES BACK ON THE SCREEN, ITS NEW DTS IN THE
031621*    COMMAREA, FOR THE CLERK TO REVIEW AND RE-KEY ON PURPOSE.
031624 REPORT-COLLISION-PARA.
031627     MOVE 'REPORT-COLLISION-PARA'      TO EL-ERROR-PARA-NAME.
031630     MOVE WS-CA-SESSION-ID             TO WS-SESSION-ID-NUM.
031633     MOVE SPACES                       TO EL-ERROR-TEXT.
031636     STRING 'UPDATE REFUSED - REGISTRATION '
031639                                       DELIMITED BY SIZE
031642            WS-CA-SESSION-CATG         DELIMITED BY SIZE
031645            '/'                        DELIMITED BY SIZE
031648            WS-SESSION-ID-NUM          DELIMITED BY SIZE
031651            ' CHANGED BY ANOTHER USER SINCE DISPLAYED'
031654                                       DELIMITED BY SIZE
031657       INTO EL-ERROR-TEXT
031660     END-STRING.
031663     SET EL-SEVERITY-WARNING           TO TRUE.
031666     PERFORM LOG-APPL-PARA.
031669     MOVE SPACES                       TO EL-ERROR-TEXT.
031672     PERFORM SHOW-REGISTRATION-PARA.
031675     IF WS-ROW-FOUND
031678         MOVE 'CHANGED BY ANOTHER USER - CURRENT VALUES SHOWN'
031681                                       TO MSGO
031684     END-IF.

031700 SEND-RESULT-MAP-PARA.
031800     EXEC CICS SEND MAP    ('ETRM08M')
031900               MAPSET      ('ETRM008')
033400     IF WS-RESP NOT = DFHRESP(NORMAL)
033500         PERFORM CHECK-RESPCODE-PARA
033600     END-IF.
033601     PERFORM LOG-TXN-END-PARA.
033700     EXEC CICS RETURN
033800     END-EXEC.

034200     EXEC SQL
034300       INCLUDE CPERRLOG
034400     END-EXEC.

034401******************************************************************
034402* Transaction Usage                                              *
034403******************************************************************
034404     EXEC SQL
034405       INCLUDE CPTXNLOG
034406     END-EXEC.

034410******************************************************************
034420* Maintenance-Window Check                                       *
034430******************************************************************
034440     EXEC SQL
034450       INCLUDE CPQUIES
034460     END-EXEC.
