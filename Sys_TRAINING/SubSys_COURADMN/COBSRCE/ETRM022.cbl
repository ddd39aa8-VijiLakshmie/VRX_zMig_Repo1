000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ETRM022.
000030 INSTALLATION.  RC.
000040 AUTHOR.        ANAND.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.

000070******************************************************************
000080*  PSEUDO-CONVERSATIONAL ORGANIZATION CREDIT CONTROL.            *
000090*  ENTER SHOWS AN ORG'S CREDIT LIMIT, WHETHER IT IS ON CREDIT    *
000100*  HOLD, ITS EXPOSURE (BILLED BALANCE NET OF OPEN DISPUTES PLUS  *
000110*  SEATS BOOKED BUT NOT YET BILLED - RCBT010A) AND HOW MANY      *
000120*  SIGN-UPS ARE PARKED WAITING FOR FINANCE. PF5 RELEASES THE     *
000130*  HOLD THROUGH ETRB034 WITH THE REASON KEYED: THE PARKED        *
000140*  SIGN-UPS ARE TAKEN INTO THEIR SESSIONS (OR WAITLISTED IF THE  *
000150*  SESSION HAS SINCE FILLED) AND ETROP125 LEAVES THE ORG ALONE   *
000160*  UNTIL ITS AGED DEBT IS PAID. THE CREDIT LIMIT STILL APPLIES   *
000170*  TO NEW SIGN-UPS AFTER A RELEASE. PF5 NEEDS 'CREDITRL'         *
000180*  AUTHORITY, WHICH ETRB034 CHECKS.                              *
000190******************************************************************

000200 ENVIRONMENT DIVISION.

000210 CONFIGURATION SECTION.
000220 SOURCE-COMPUTER. Z900.
000230 OBJECT-COMPUTER. Z900.

000240 DATA DIVISION.
000250 WORKING-STORAGE SECTION.

000260 01 WS-BEGIN                          PIC  X(36) VALUE
000270     'ETRM022 WORKING STORAGE STARTS HERE'.

000280******************************************************************
000290*  APPLICATION-SPECIFIC WORKING STORAGE                          *
000300******************************************************************
000310 01 WS-VARIABLES.
000320    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
000330       88 WS-NO-ERROR                            VALUE SPACES.
000340    05 WS-RESP                         PIC S9(08) USAGE COMP.
000350    05 WS-RESP2                        PIC S9(08) USAGE COMP.
000360    05 WS-EDIT-COUNT                   PIC ZZZZZ9.
000370    05 WS-EDIT-BOOKED                  PIC ZZZ9.
000380    05 WS-EDIT-WAITED                  PIC ZZZ9.
000390 01 WS-USR-ID                          PIC X(08).

000400******************************************************************
000410*  PARM FOR ETRB034 - LAYOUT MUST MATCH ITS LINKAGE EXACTLY.     *
000420******************************************************************
000430 01 WS-ETRB034-PARM.
000440    10 WS-CR-ORG-CODE                  PIC X(8).
000450    10 WS-CR-RELEASE-REASON            PIC X(60).
000460    10 WS-CR-RETURN-CODE               PIC X(1).
000470       88 WS-CR-RELEASED                         VALUE '0'.
000480       88 WS-CR-NOTHING                          VALUE 'N'.
000490       88 WS-CR-UNKNOWN-ORG                      VALUE 'O'.
000500       88 WS-CR-BAD-INPUT                        VALUE 'Z'.
000510       88 WS-CR-UNAUTHORIZED                     VALUE 'X'.
000520       88 WS-CR-FAILED                           VALUE '9'.
000530    10 WS-CR-AUTH-USR-ID               PIC X(8).
000540    10 WS-CR-ACTIVATED-COUNT           PIC S9(4) USAGE COMP.
000550    10 WS-CR-WAITLISTED-COUNT          PIC S9(4) USAGE COMP.

000560******************************************************************
000570*  COMMAREA - THE ORG ON THE SCREEN, SO PF5 RELEASES THE ONE     *
000580*  FINANCE HAS JUST LOOKED AT.                                   *
000590******************************************************************
000600 01 WS-COMMAREA.
000610    05 WS-CA-ORG-CODE                  PIC X(08).

000620******************************************************************
000630*  SYMBOLIC MAP.                                                 *
000640******************************************************************
000650     COPY ETRM22.

000660*    SHARED CR/DB AMOUNT EDIT.
000670     COPY CWAMTEDT.

000680******************************************************************
000690* Copybook Includes.                                             *
000700******************************************************************
000710     EXEC SQL
000720       INCLUDE CWERRLOG
000730     END-EXEC.

000740*    ONLINE TRANSACTION USAGE FIELDS - SEE CWTXNLOG.
000750     EXEC SQL
000760       INCLUDE CWTXNLOG
000770     END-EXEC.

000780*    ORGANIZATION CREDIT CONTROL - SEE CWCRDEXP.
000790     EXEC SQL
000800       INCLUDE CWCRDEXP
000810     END-EXEC.

000812*    MAINTENANCE-WINDOW CHECK - SEE CWQUIES.
000814     EXEC SQL
000816       INCLUDE CWQUIES
000818     END-EXEC.

000820******************************************************************
000830*                     DB2 SECTION                                *
000840******************************************************************
000850     EXEC SQL
000860       INCLUDE SQLCA
000870     END-EXEC.

000880 01 WS-END                             PIC X(50) VALUE
000890     'ETRM022-WORKING STORAGE SECTION ENDS HERE'.

000900 LINKAGE SECTION.
000910 01 DFHCOMMAREA                        PIC X(08).

000920 PROCEDURE DIVISION.

000930 MAIN-LOGIC-PARA.

000940     MOVE 'ETRM022'                    TO EL-ERROR-MODULE.
000950     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.
000960     MOVE 'ETRM022'                    TO TXL-PROGRAM-ID.
000970     PERFORM LOG-TXN-START-PARA.

000980     IF EIBCALEN = 0
000990         MOVE SPACES                   TO WS-CA-ORG-CODE
001000         PERFORM SEND-INITIAL-MAP-PARA
001010         PERFORM RETURN-CONVERSATIONAL-PARA
001020     ELSE
001030         MOVE DFHCOMMAREA              TO WS-COMMAREA
001040         PERFORM RECEIVE-MAP-PARA
001050         EVALUATE EIBAID
001060           WHEN DFHPF3
001070             PERFORM SEND-GOODBYE-PARA
001080           WHEN DFHENTER
001090             PERFORM SHOW-CREDIT-PARA THRU
001100                 SHOW-CREDIT-EXIT
001110             PERFORM SEND-RESULT-MAP-PARA
001120             PERFORM RETURN-CONVERSATIONAL-PARA
001130           WHEN DFHPF5
001131             PERFORM CHECK-QUIESCE-PARA
001134             IF QSC-QUIESCED
001137                 MOVE QSC-MESSAGE      TO MSGO
001140             ELSE
001143                 PERFORM RELEASE-HOLD-PARA THRU
001146                     RELEASE-HOLD-EXIT
001149             END-IF
001160             PERFORM SEND-RESULT-MAP-PARA
001170             PERFORM RETURN-CONVERSATIONAL-PARA
001180           WHEN OTHER
001190             MOVE 'INVALID KEY - USE ENTER, PF5 OR PF3' TO MSGO
001200             PERFORM SEND-RESULT-MAP-PARA
001210             PERFORM RETURN-CONVERSATIONAL-PARA
001220         END-EVALUATE
001230     END-IF.

001240     GOBACK.

001250******************************************************************
001260* ENDS THE PSEUDO-CONVERSATIONAL TURN.                           *
001270******************************************************************
001280 RETURN-CONVERSATIONAL-PARA.
001290     PERFORM LOG-TXN-END-PARA.
001300     EXEC CICS RETURN
001310          TRANSID  ('ETRC')
001320          COMMAREA (WS-COMMAREA)
001330          LENGTH   (LENGTH OF WS-COMMAREA)
001340     END-EXEC.

001350******************************************************************
001360* Screen I/O                                                     *
001370******************************************************************
001380 SEND-INITIAL-MAP-PARA.
001390     MOVE SPACES                       TO MSGO.
001400     EXEC CICS SEND MAP    ('ETRM22M')
001410               MAPSET      ('ETRM022')
001420               ERASE
001430               RESP        (WS-RESP)
001440     END-EXEC.
001450     IF WS-RESP NOT = DFHRESP(NORMAL)
001460         PERFORM CHECK-RESPCODE-PARA
001470     END-IF.

001480 RECEIVE-MAP-PARA.
001490     EXEC CICS RECEIVE MAP ('ETRM22M')
001500               MAPSET      ('ETRM022')
001510               INTO        (ETRM22I)
001520               RESP        (WS-RESP)
001530     END-EXEC.
001540     EVALUATE WS-RESP
001550       WHEN DFHRESP(NORMAL)
001560         CONTINUE
001570       WHEN DFHRESP(MAPFAIL)
001580         CONTINUE
001590       WHEN OTHER
001600         PERFORM CHECK-RESPCODE-PARA
001610     END-EVALUATE.

001620 TAKE-KEY-PARA.
001630     MOVE SPACES                       TO WS-ERROR-SWITCH.
001640     IF ORGCI = LOW-VALUES OR ORGCI = SPACES
001650         PERFORM CLEAR-DETAIL-PARA
001660         MOVE 'KEY AN ORG CODE'        TO MSGO
001670         MOVE 'E'                      TO WS-ERROR-SWITCH
001680     ELSE
001690         MOVE ORGCI                    TO CX-ORG-CODE
001700     END-IF.

001710******************************************************************
001720* ENTER - Show An Org's Credit Position                          *
001730******************************************************************
001740 SHOW-CREDIT-PARA.
001750     MOVE 'SHOW-CREDIT-PARA          ' TO EL-ERROR-PARA-NAME.
001760     PERFORM TAKE-KEY-PARA.
001770     IF NOT WS-NO-ERROR
001780         GO TO SHOW-CREDIT-EXIT
001790     END-IF.
001800     PERFORM READ-EXPOSURE-PARA.
001810     IF NOT WS-NO-ERROR
001820         GO TO SHOW-CREDIT-EXIT
001830     END-IF.
001840     IF CX-ON-HOLD OR CX-PARKED-COUNT > 0
001850         MOVE 'KEY A REASON AND PF5 TO RELEASE THE HOLD' TO MSGO
001860     ELSE
001870         MOVE 'ORG NOT ON CREDIT HOLD' TO MSGO
001880     END-IF.
001890 SHOW-CREDIT-EXIT.
001900     EXIT.

001910*    THE SAME EXPOSURE FIGURES THE SIGN-UP AND THE NIGHTLY SWEEP
001920*    JUDGE THE ORG BY.
001930 READ-EXPOSURE-PARA.
001940     MOVE SPACES                       TO WS-ERROR-SWITCH.
001950     MOVE 'ETRM022'                    TO CX-PROGRAM-ID.
001960     CALL 'RCBT010A' USING CX-RCBT010A-PARM.
001970     EVALUATE TRUE
001980       WHEN CX-EXPOSURE-FOUND
001990         PERFORM SHOW-DETAIL-PARA
002000       WHEN CX-ORG-MISSING
002010         PERFORM CLEAR-DETAIL-PARA
002020         MOVE 'NO ORGANIZATION WITH THAT CODE' TO MSGO
002030         MOVE 'E'                      TO WS-ERROR-SWITCH
002040       WHEN OTHER
002050         PERFORM CLEAR-DETAIL-PARA
002060         MOVE 'CREDIT LOOKUP FAILED - SEE ERROR LOG' TO MSGO
002070         MOVE 'E'                      TO WS-ERROR-SWITCH
002080     END-EVALUATE.

002090 SHOW-DETAIL-PARA.
002100     MOVE CX-ORG-CODE                  TO WS-CA-ORG-CODE
002110                                          ORGCO.
002120     MOVE CX-ORG-NAME                  TO ORGNO.
002130     IF CX-LIMIT-SET
002140         MOVE CX-CREDIT-LIMIT          TO EA-AMOUNT
002150         PERFORM EDIT-AMOUNT-PARA
002160         MOVE EA-EDITED-AMOUNT-DB      TO LIMITO
002170     ELSE
002180         MOVE 'NONE'                   TO LIMITO
002190     END-IF.
002200     EVALUATE TRUE
002210       WHEN CX-ON-HOLD
002220         MOVE 'ON HOLD'                TO HOLDO
002230       WHEN CX-HOLD-RELEASED
002240         MOVE 'RELEASED'               TO HOLDO
002250       WHEN OTHER
002260         MOVE 'NOT HELD'               TO HOLDO
002270     END-EVALUATE.
002280     MOVE CX-BILLED-BALANCE            TO EA-AMOUNT.
002290     PERFORM EDIT-AMOUNT-PARA.
002300     MOVE EA-EDITED-AMOUNT-DB          TO BILLEDO.
002310     MOVE CX-DISPUTED-AMOUNT           TO EA-AMOUNT.
002320     PERFORM EDIT-AMOUNT-PARA.
002330     MOVE EA-EDITED-AMOUNT-DB          TO DISPTO.
002340     MOVE CX-UNBILLED-AMOUNT           TO EA-AMOUNT.
002350     PERFORM EDIT-AMOUNT-PARA.
002360     MOVE EA-EDITED-AMOUNT-DB          TO UNBILLO.
002370     MOVE CX-EXPOSURE                  TO EA-AMOUNT.
002380     PERFORM EDIT-AMOUNT-PARA.
002390     MOVE EA-EDITED-AMOUNT-DB          TO EXPOSO.
002400     MOVE CX-PARKED-COUNT              TO WS-EDIT-COUNT.
002410     MOVE WS-EDIT-COUNT                TO PARKEDO.

002420 CLEAR-DETAIL-PARA.
002430     MOVE SPACES                       TO WS-CA-ORG-CODE
002440                                          ORGNO
002450                                          LIMITO
002460                                          HOLDO
002470                                          BILLEDO
002480                                          DISPTO
002490                                          UNBILLO
002500                                          EXPOSO
002510                                          PARKEDO.

002520******************************************************************
002530* PF5 - Release The Credit Hold Through ETRB034                  *
002540******************************************************************
002550 RELEASE-HOLD-PARA.
002560     MOVE 'RELEASE-HOLD-PARA         ' TO EL-ERROR-PARA-NAME.
002570     IF WS-CA-ORG-CODE = SPACES
002580         MOVE 'SHOW AN ORG FIRST (ENTER)' TO MSGO
002590         GO TO RELEASE-HOLD-EXIT
002600     END-IF.
002610     IF REASONI = LOW-VALUES OR REASONI = SPACES
002620         MOVE 'KEY A RELEASE REASON FIRST' TO MSGO
002630         GO TO RELEASE-HOLD-EXIT
002640     END-IF.
002650     MOVE WS-CA-ORG-CODE               TO WS-CR-ORG-CODE.
002660     MOVE REASONI                      TO WS-CR-RELEASE-REASON.
002670*    THE SIGNED-ON USER GOES ON THE HOLD LOG ROW THE SERVICE
002680*    WRITES AND IS THE ONE THE AUTHORITY CHECK JUDGES.
002690     EXEC CICS ASSIGN
002700               USERID  (WS-USR-ID)
002710               RESP    (WS-RESP)
002720     END-EXEC.
002730     IF WS-RESP NOT = DFHRESP(NORMAL)
002740         MOVE SPACES                   TO WS-USR-ID
002750     END-IF.
002760     MOVE WS-USR-ID                    TO WS-CR-AUTH-USR-ID.
002770     CALL 'ETRB034' USING WS-ETRB034-PARM.
002780     EVALUATE TRUE
002790       WHEN WS-CR-RELEASED
002800         MOVE WS-CR-ACTIVATED-COUNT    TO WS-EDIT-BOOKED
002810         MOVE WS-CR-WAITLISTED-COUNT   TO WS-EDIT-WAITED
002820         MOVE SPACES                   TO MSGO
002830         STRING 'HOLD RELEASED - '     DELIMITED BY SIZE
002840                WS-EDIT-BOOKED         DELIMITED BY SIZE
002850                ' BOOKED, '            DELIMITED BY SIZE
002860                WS-EDIT-WAITED         DELIMITED BY SIZE
002870                ' WAITLISTED'          DELIMITED BY SIZE
002880                INTO MSGO
002890         END-STRING
002900         MOVE SPACES                   TO REASONO
002910       WHEN WS-CR-NOTHING
002920         MOVE 'ORG NOT ON HOLD AND NOTHING PARKED' TO MSGO
002930       WHEN WS-CR-UNKNOWN-ORG
002940         MOVE 'NO ORGANIZATION WITH THAT CODE' TO MSGO
002950       WHEN WS-CR-BAD-INPUT
002960         MOVE 'RELEASE REFUSED - CHECK THE REASON' TO MSGO
002970       WHEN WS-CR-UNAUTHORIZED
002980         MOVE 'NOT AUTHORIZED TO RELEASE CREDIT HOLDS' TO MSGO
002990       WHEN OTHER
003000         PERFORM BACK-OUT-PARA
003010         MOVE 'RELEASE FAILED - SEE ERROR LOG' TO MSGO
003020     END-EVALUATE.
003030     PERFORM SHOW-CREDIT-2-PARA.
003040 RELEASE-HOLD-EXIT.
003050     EXIT.

003060*    RE-READ SO THE FIGURES ON SCREEN ARE WHAT THE TABLES NOW
003070*    HOLD, KEEPING THE MESSAGE THE RELEASE SET.
003080 SHOW-CREDIT-2-PARA.
003090     MOVE WS-CA-ORG-CODE               TO CX-ORG-CODE.
003100     MOVE 'ETRM022'                    TO CX-PROGRAM-ID.
003110     CALL 'RCBT010A' USING CX-RCBT010A-PARM.
003120     IF CX-EXPOSURE-FOUND
003130         PERFORM SHOW-DETAIL-PARA
003140     END-IF.

003150*    A FAILED CHANGE MUST NOT SURVIVE THE TASK.
003160 BACK-OUT-PARA.
003170     EXEC CICS SYNCPOINT ROLLBACK
003180               RESP    (WS-RESP)
003190     END-EXEC.
003200     IF WS-RESP NOT = DFHRESP(NORMAL)
003210         PERFORM CHECK-RESPCODE-PARA
003220     END-IF.

003230 SEND-RESULT-MAP-PARA.
003240     EXEC CICS SEND MAP    ('ETRM22M')
003250               MAPSET      ('ETRM022')
003260               FROM        (ETRM22O)
003270               DATAONLY
003280               RESP        (WS-RESP)
003290     END-EXEC.
003300     IF WS-RESP NOT = DFHRESP(NORMAL)
003310         PERFORM CHECK-RESPCODE-PARA
003320     END-IF.

003330 SEND-GOODBYE-PARA.
003340     EXEC CICS SEND TEXT
003350               FROM    ('ETRM022 - CREDIT CONTROL COMPLETE')
003360               LENGTH  (33)
003370               ERASE
003380               RESP    (WS-RESP)
003390     END-EXEC.
003400     IF WS-RESP NOT = DFHRESP(NORMAL)
003410         PERFORM CHECK-RESPCODE-PARA
003420     END-IF.
003430     PERFORM LOG-TXN-END-PARA.
003440     EXEC CICS RETURN
003450     END-EXEC.

003460******************************************************************
003470* Amount Editing                                                 *
003480******************************************************************
003490     COPY CPAMTEDT.

003500******************************************************************
003510* Error Logging                                                  *
003520******************************************************************
003530     EXEC SQL
003540       INCLUDE CPERRLOG
003550     END-EXEC.

003560******************************************************************
003570* Transaction Usage                                              *
003580******************************************************************
003590     EXEC SQL
003600       INCLUDE CPTXNLOG
003610     END-EXEC.

003620******************************************************************
003630* Maintenance-Window Check                                       *
003640******************************************************************
003650     EXEC SQL
003660       INCLUDE CPQUIES
003670     END-EXEC.
