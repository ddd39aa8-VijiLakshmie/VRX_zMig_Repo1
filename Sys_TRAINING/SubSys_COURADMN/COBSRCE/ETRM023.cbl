000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    ETRM023.
000030 INSTALLATION.  RC.
000040 AUTHOR.        ANAND.
000050 DATE-WRITTEN.  10/15/2026.
000060 DATE-COMPILED.

000070******************************************************************
000080*  PSEUDO-CONVERSATIONAL SESSION READINESS CHECKLIST (INQUIRY).  *
000090*  ENTER SHOWS ONE SESSION'S READINESS - PRIMARY INSTRUCTOR,     *
000100*  ROOM OR MEETING LINK, SCHEDULE, MINIMUM ENROLMENT, JOINING    *
000110*  INSTRUCTIONS, INSTRUCTOR PACK AND MATERIALS - EACH WITH ITS   *
000120*  RED/AMBER/GREEN STATUS AND REASON, AS RCBT011A WORKS IT OUT   *
000130*  FOR THE NIGHTLY ETROP127 EXCEPTION REPORT. NOTHING IS         *
000140*  UPDATED; THE COORDINATOR FIXES EACH LINE ON ITS OWN SCREEN.   *
000150******************************************************************

000160 ENVIRONMENT DIVISION.

000170 CONFIGURATION SECTION.
000180 SOURCE-COMPUTER. Z900.
000190 OBJECT-COMPUTER. Z900.

000200 DATA DIVISION.
000210 WORKING-STORAGE SECTION.

000220 01 WS-BEGIN                          PIC  X(36) VALUE
000230     'ETRM023 WORKING STORAGE STARTS HERE'.

000240******************************************************************
000250*  APPLICATION-SPECIFIC WORKING STORAGE                          *
000260******************************************************************
000270 01 WS-VARIABLES.
000280    05 WS-ERROR-SWITCH                 PIC X(01) VALUE SPACES.
000290       88 WS-NO-ERROR                            VALUE SPACES.
000300    05 WS-RESP                         PIC S9(08) USAGE COMP.
000310    05 WS-RESP2                        PIC S9(08) USAGE COMP.
000320    05 WS-SESSION-ID-NUM               PIC 9(09).
000330    05 WS-EDIT-COUNT                   PIC ZZZZZ9.
000340    05 WS-SUB                          PIC S9(4) USAGE COMP.
000350*    RAG CODE AS SHOWN ON THE SCREEN.
000360    05 WS-RAG-CODE                     PIC X(01).
000370    05 WS-RAG-WORD                     PIC X(05).

000380******************************************************************
000390*  COMMAREA - THE SESSION ON THE SCREEN.                         *
000400******************************************************************
000410 01 WS-COMMAREA.
000420    05 WS-CA-SESSION-CATG              PIC X(02).
000430    05 WS-CA-SESSION-ID                PIC S9(9) USAGE COMP.

000440******************************************************************
000450*  SYMBOLIC MAP.                                                 *
000460******************************************************************
000470     COPY ETRM23.

000480******************************************************************
000490* Copybook Includes.                                             *
000500******************************************************************
000510     EXEC SQL
000520       INCLUDE CWERRLOG
000530     END-EXEC.

000540*    ONLINE TRANSACTION USAGE FIELDS - SEE CWTXNLOG.
000550     EXEC SQL
000560       INCLUDE CWTXNLOG
000570     END-EXEC.

000580*    SESSION READINESS CHECKLIST - SEE CWSESRDY.
000590     EXEC SQL
000600       INCLUDE CWSESRDY
000610     END-EXEC.

000620******************************************************************
000630*                     DB2 SECTION                                *
000640******************************************************************
000650     EXEC SQL
000660       INCLUDE SQLCA
000670     END-EXEC.

000680 01 WS-END                             PIC X(50) VALUE
000690     'ETRM023-WORKING STORAGE SECTION ENDS HERE'.

000700 LINKAGE SECTION.
000710 01 DFHCOMMAREA                        PIC X(06).

000720 PROCEDURE DIVISION.

000730 MAIN-LOGIC-PARA.

000740     MOVE 'ETRM023'                    TO EL-ERROR-MODULE.
000750     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.
000760     MOVE 'ETRM023'                    TO TXL-PROGRAM-ID.
000770     PERFORM LOG-TXN-START-PARA.

000780     IF EIBCALEN = 0
000790         MOVE SPACES                   TO WS-CA-SESSION-CATG
000800         MOVE 0                        TO WS-CA-SESSION-ID
000810         PERFORM SEND-INITIAL-MAP-PARA
000820         PERFORM RETURN-CONVERSATIONAL-PARA
000830     ELSE
000840         MOVE DFHCOMMAREA              TO WS-COMMAREA
000850         PERFORM RECEIVE-MAP-PARA
000860         EVALUATE EIBAID
000870           WHEN DFHPF3
000880             PERFORM SEND-GOODBYE-PARA
000890           WHEN DFHENTER
000900             PERFORM SHOW-READINESS-PARA THRU
000910                 SHOW-READINESS-EXIT
000920             PERFORM SEND-RESULT-MAP-PARA
000930             PERFORM RETURN-CONVERSATIONAL-PARA
000940           WHEN OTHER
000950             MOVE 'INVALID KEY - USE ENTER OR PF3' TO MSGO
000960             PERFORM SEND-RESULT-MAP-PARA
000970             PERFORM RETURN-CONVERSATIONAL-PARA
000980         END-EVALUATE
000990     END-IF.

001000     GOBACK.

001010******************************************************************
001020* ENDS THE PSEUDO-CONVERSATIONAL TURN.                           *
001030******************************************************************
001040 RETURN-CONVERSATIONAL-PARA.
001050     PERFORM LOG-TXN-END-PARA.
001060     EXEC CICS RETURN
001070          TRANSID  ('ETRQ')
001080          COMMAREA (WS-COMMAREA)
001090          LENGTH   (LENGTH OF WS-COMMAREA)
001100     END-EXEC.

001110******************************************************************
001120* Screen I/O                                                     *
001130******************************************************************
001140 SEND-INITIAL-MAP-PARA.
001150     MOVE SPACES                       TO MSGO.
001160     EXEC CICS SEND MAP    ('ETRM23M')
001170               MAPSET      ('ETRM023')
001180               ERASE
001190               RESP        (WS-RESP)
001200     END-EXEC.
001210     IF WS-RESP NOT = DFHRESP(NORMAL)
001220         PERFORM CHECK-RESPCODE-PARA
001230     END-IF.

001240 RECEIVE-MAP-PARA.
001250     EXEC CICS RECEIVE MAP ('ETRM23M')
001260               MAPSET      ('ETRM023')
001270               INTO        (ETRM23I)
001280               RESP        (WS-RESP)
001290     END-EXEC.
001300     EVALUATE WS-RESP
001310       WHEN DFHRESP(NORMAL)
001320         CONTINUE
001330       WHEN DFHRESP(MAPFAIL)
001340         CONTINUE
001350       WHEN OTHER
001360         PERFORM CHECK-RESPCODE-PARA
001370     END-EVALUATE.

001380******************************************************************
001390* Key Fields - The Session                                       *
001400******************************************************************
001410*    A NON-NUMERIC SESSION ID IS BOUNCED HERE, NOT HANDED TO DB2.
001420 TAKE-KEY-PARA.
001430     MOVE SPACES                       TO WS-ERROR-SWITCH.
001440     IF CATGI = LOW-VALUES
001450         MOVE SPACES                   TO CATGI
001460     END-IF.
001470     INSPECT SIDI REPLACING LEADING ' ' BY '0'.
001480     INSPECT SIDI REPLACING LEADING LOW-VALUES BY '0'.
001490     EVALUATE TRUE
001500       WHEN CATGI = SPACES
001510         MOVE 'KEY THE SESSION CATEGORY' TO MSGO
001520         MOVE 'E'                      TO WS-ERROR-SWITCH
001530       WHEN SIDI NOT NUMERIC
001540         MOVE 'SESSION ID MUST BE NUMERIC' TO MSGO
001550         MOVE 'E'                      TO WS-ERROR-SWITCH
001560       WHEN OTHER
001570         MOVE CATGI                    TO WS-CA-SESSION-CATG
001580         MOVE SIDI                     TO WS-SESSION-ID-NUM
001590         MOVE WS-SESSION-ID-NUM        TO WS-CA-SESSION-ID
001600     END-EVALUATE.

001610******************************************************************
001620* ENTER - Show The Session's Checklist                           *
001630******************************************************************
001640 SHOW-READINESS-PARA.
001650     MOVE 'SHOW-READINESS-PARA       ' TO EL-ERROR-PARA-NAME.
001660     PERFORM CLEAR-DETAIL-PARA.
001670     PERFORM TAKE-KEY-PARA.
001680     IF NOT WS-NO-ERROR
001690         GO TO SHOW-READINESS-EXIT
001700     END-IF.
001710     MOVE 'ETRM023'                    TO RD-PROGRAM-ID.
001720     MOVE WS-CA-SESSION-CATG           TO RD-SESSION-CATG.
001730     MOVE WS-CA-SESSION-ID             TO RD-SESSION-ID.
001740     CALL 'RCBT011A' USING RD-RCBT011A-PARM.
001750     EVALUATE TRUE
001760       WHEN RD-CHECKED
001770         PERFORM SHOW-DETAIL-PARA
001780       WHEN RD-NO-SESSION
001790         MOVE 'NO SUCH SESSION'        TO MSGO
001800         GO TO SHOW-READINESS-EXIT
001810       WHEN OTHER
001820         MOVE 'READINESS CHECK FAILED - SEE ERROR LOG' TO MSGO
001830         GO TO SHOW-READINESS-EXIT
001840     END-EVALUATE.
001850     EVALUATE TRUE
001860       WHEN RD-SESSION-STATUS = 'C'
001870         MOVE 'SESSION IS CANCELLED'   TO MSGO
001880       WHEN RD-RED
001890         MOVE 'SESSION CANNOT RUN AS IT STANDS - SEE RED LINES'
001900                                       TO MSGO
001910       WHEN RD-AMBER
001920         MOVE 'SESSION NEEDS CHASING - SEE AMBER LINES' TO MSGO
001930       WHEN OTHER
001940         MOVE 'SESSION IS READY TO RUN' TO MSGO
001950     END-EVALUATE.
001960 SHOW-READINESS-EXIT.
001970     EXIT.

001980 SHOW-DETAIL-PARA.
001990     MOVE RD-COURSE-TITLE              TO CTITLEO.
002000     MOVE RD-START-DATE                TO STARTO.
002010     MOVE RD-DELIVERY-MODE             TO DMODEO.
002020     MOVE RD-COORDINATOR               TO COORDO.
002030     MOVE RD-ACTIVE-COUNT              TO WS-EDIT-COUNT.
002040     MOVE WS-EDIT-COUNT                TO ACTIVEO.
002050     MOVE RD-OVERALL-RAG               TO WS-RAG-CODE.
002060     PERFORM RAG-WORD-PARA.
002070     MOVE WS-RAG-WORD                  TO OVERALLO.
002080     MOVE RD-CHECK-NAME (1)            TO CHKN1O.
002090     MOVE RD-CHECK-TEXT (1)            TO CHKT1O.
002100     MOVE RD-CHECK-RAG (1)             TO WS-RAG-CODE.
002110     PERFORM RAG-WORD-PARA.
002120     MOVE WS-RAG-WORD                  TO CHKR1O.
002130     MOVE RD-CHECK-NAME (2)            TO CHKN2O.
002140     MOVE RD-CHECK-TEXT (2)            TO CHKT2O.
002150     MOVE RD-CHECK-RAG (2)             TO WS-RAG-CODE.
002160     PERFORM RAG-WORD-PARA.
002170     MOVE WS-RAG-WORD                  TO CHKR2O.
002180     MOVE RD-CHECK-NAME (3)            TO CHKN3O.
002190     MOVE RD-CHECK-TEXT (3)            TO CHKT3O.
002200     MOVE RD-CHECK-RAG (3)             TO WS-RAG-CODE.
002210     PERFORM RAG-WORD-PARA.
002220     MOVE WS-RAG-WORD                  TO CHKR3O.
002230     MOVE RD-CHECK-NAME (4)            TO CHKN4O.
002240     MOVE RD-CHECK-TEXT (4)            TO CHKT4O.
002250     MOVE RD-CHECK-RAG (4)             TO WS-RAG-CODE.
002260     PERFORM RAG-WORD-PARA.
002270     MOVE WS-RAG-WORD                  TO CHKR4O.
002280     MOVE RD-CHECK-NAME (5)            TO CHKN5O.
002290     MOVE RD-CHECK-TEXT (5)            TO CHKT5O.
002300     MOVE RD-CHECK-RAG (5)             TO WS-RAG-CODE.
002310     PERFORM RAG-WORD-PARA.
002320     MOVE WS-RAG-WORD                  TO CHKR5O.
002330     MOVE RD-CHECK-NAME (6)            TO CHKN6O.
002340     MOVE RD-CHECK-TEXT (6)            TO CHKT6O.
002350     MOVE RD-CHECK-RAG (6)             TO WS-RAG-CODE.
002360     PERFORM RAG-WORD-PARA.
002370     MOVE WS-RAG-WORD                  TO CHKR6O.
002380     MOVE RD-CHECK-NAME (7)            TO CHKN7O.
002390     MOVE RD-CHECK-TEXT (7)            TO CHKT7O.
002400     MOVE RD-CHECK-RAG (7)             TO WS-RAG-CODE.
002410     PERFORM RAG-WORD-PARA.
002420     MOVE WS-RAG-WORD                  TO CHKR7O.

002430 RAG-WORD-PARA.
002440     EVALUATE WS-RAG-CODE
002450       WHEN 'R'
002460         MOVE 'RED'                    TO WS-RAG-WORD
002470       WHEN 'A'
002480         MOVE 'AMBER'                  TO WS-RAG-WORD
002490       WHEN OTHER
002500         MOVE 'GREEN'                  TO WS-RAG-WORD
002510     END-EVALUATE.

002520 CLEAR-DETAIL-PARA.
002530     MOVE SPACES                       TO CTITLEO STARTO DMODEO
002540                                          COORDO ACTIVEO OVERALLO
002550                                          CHKN1O CHKR1O CHKT1O
002560                                          CHKN2O CHKR2O CHKT2O
002570                                          CHKN3O CHKR3O CHKT3O
002580                                          CHKN4O CHKR4O CHKT4O
002590                                          CHKN5O CHKR5O CHKT5O
002600                                          CHKN6O CHKR6O CHKT6O
002610                                          CHKN7O CHKR7O CHKT7O.

002620 SEND-RESULT-MAP-PARA.
002630     EXEC CICS SEND MAP    ('ETRM23M')
002640               MAPSET      ('ETRM023')
002650               FROM        (ETRM23O)
002660               DATAONLY
002670               RESP        (WS-RESP)
002680     END-EXEC.
002690     IF WS-RESP NOT = DFHRESP(NORMAL)
002700         PERFORM CHECK-RESPCODE-PARA
002710     END-IF.

002720 SEND-GOODBYE-PARA.
002730     EXEC CICS SEND TEXT
002740               FROM    ('ETRM023 - READINESS INQUIRY COMPLETE')
002750               LENGTH  (36)
002760               ERASE
002770               RESP    (WS-RESP)
002780     END-EXEC.
002790     IF WS-RESP NOT = DFHRESP(NORMAL)
002800         PERFORM CHECK-RESPCODE-PARA
002810     END-IF.
002820     PERFORM LOG-TXN-END-PARA.
002830     EXEC CICS RETURN
002840     END-EXEC.

002850******************************************************************
002860* Error Logging                                                  *
002870******************************************************************
002880     EXEC SQL
002890       INCLUDE CPERRLOG
002900     END-EXEC.

002910******************************************************************
002920* Transaction Usage                                              *
002930******************************************************************
002940     EXEC SQL
002950       INCLUDE CPTXNLOG
002960     END-EXEC.
