005340    05 WS-FEE-BAD-SW                   PIC X(01).
005360       88 WS-FEE-BAD                             VALUE 'B'.
005400    05 WS-FEE-AMOUNT                   PIC S9(7)V99 COMP-3.
005407*    THE SESSION AS ANOTHER USER ALREADY SET IT UP, WHEN THE
005414*    CREATE LANDS ON A KEY THAT WAS FREE WHEN THE CLERK STARTED
005421*    KEYING - READ BACK FOR THE SCREEN, EDITED FOR DISPLAY.
005428    05 WS-EXIST-START-DATE             PIC X(10).
005435    05 WS-EXIST-DURATION               PIC S9(4) COMP.
005442    05 WS-EXIST-CAPACITY               PIC S9(4) COMP.
005449    05 WS-EXIST-FEE                    PIC S9(7)V99 COMP-3.
005456    05 WS-EXIST-FEE-IND                PIC S9(4) COMP.
005463    05 WS-EXIST-USR-ID                 PIC X(08).
005470    05 WS-EXIST-ENO                    PIC X(04).
005477    05 WS-EXIST-DURATION-EDIT          PIC ZZZ9.
005484    05 WS-EXIST-CAPACITY-EDIT          PIC ZZZZ9.
005491    05 WS-EXIST-FEE-EDIT               PIC ZZZZZZ9.99.

005500******************************************************************
005600*  PARMS FOR THE CALLABLE PROGRAMS THIS SCREEN DRIVES - LAYOUTS  *
010500       INCLUDE CWERRLOG
010600     END-EXEC.

010601*    ONLINE TRANSACTION USAGE FIELDS - SEE CWTXNLOG.
010602     EXEC SQL
010603       INCLUDE CWTXNLOG
010604     END-EXEC.

010610*    MAINTENANCE-WINDOW CHECK - SEE CWQUIES.
010620     EXEC SQL
010630       INCLUDE CWQUIES
010640     END-EXEC.

010700******************************************************************
010800*                     DB2 SECTION                                *
010900******************************************************************

011900     MOVE 'ETRM009'                    TO EL-ERROR-MODULE.
012000     MOVE 'MAIN-LOGIC-PARA           ' TO EL-ERROR-PARA-NAME.
012001     MOVE 'ETRM009'                    TO TXL-PROGRAM-ID.
012002     PERFORM LOG-TXN-START-PARA.

012100     IF EIBCALEN = 0
012200         PERFORM SEND-INITIAL-MAP-PARA
013900     GOBACK.

014000 RETURN-CONVERSATIONAL-PARA.
014001     PERFORM LOG-TXN-END-PARA.
014100     EXEC CICS RETURN
014200          TRANSID  ('ETRS')
014300          COMMAREA (WS-COMMAREA)
017500******************************************************************
017600 SETUP-SESSION-PARA.
017700     MOVE SPACES                       TO WS-ERROR-SWITCH.
017710     PERFORM CHECK-QUIESCE-PARA.
017720     IF QSC-QUIESCED
017730         MOVE 'E'                      TO WS-ERROR-SWITCH
017740         MOVE QSC-MESSAGE              TO MSGO
017750     ELSE
017760         PERFORM EDIT-FIELDS-PARA
017770     END-IF.
017900     IF WS-NO-ERROR
018000         PERFORM CREATE-SESSION-PARA
018100     END-IF.
028300       WHEN WS-M5-CREATE-UNKNOWN-CATG
028400         MOVE 'E'                      TO WS-ERROR-SWITCH
028500         MOVE 'CATEGORY NOT IN THE COURSE CATALOG' TO MSGO
028510       WHEN WS-M5-CREATE-FAILED
028520         MOVE 'E'                      TO WS-ERROR-SWITCH
028530         PERFORM SHOW-EXISTING-SESSION-PARA
028600       WHEN OTHER
028700         MOVE 'E'                      TO WS-ERROR-SWITCH
028800         MOVE 'CREATE FAILED - SEE ERROR LOG' TO MSGO
032400                                       TO MSGO
032500     END-IF.

032501******************************************************************
032502* Another User Got There First                                   *
032503******************************************************************
032504*    A FAILED CREATE IS MOST OFTEN THE KEY BEING TAKEN BETWEEN
032505*    THE CLERK STARTING TO KEY AND PRESSING ENTER. WHEN THE
032506*    SESSION IS THERE NOW, THE COLLISION IS LOGGED AND THE
032507*    SESSION AS THE OTHER USER SET IT UP GOES BACK ON THE SCREEN
032508*    IN PLACE OF WHAT WAS KEYED, SO NOTHING IS RE-KEYED OVER IT
032509*    BLIND. ANY OTHER FAILURE KEEPS THE GENERIC MESSAGE.
032510 SHOW-EXISTING-SESSION-PARA.
032511     MOVE 'SHOW-EXISTING-SESSION-PARA' TO EL-ERROR-PARA-NAME.
032512     EXEC SQL
032513       SELECT SESSION_START_DATE, SESSION_DURATION,
032514              SESSION_CAPACITY, SESSION_FEE, USR_ID
032515         INTO :WS-EXIST-START-DATE, :WS-EXIST-DURATION,
032516              :WS-EXIST-CAPACITY,
032517              :WS-EXIST-FEE :WS-EXIST-FEE-IND,
032518              :WS-EXIST-USR-ID
032519         FROM DBODEVP.TRAINING_SESSION
032520        WHERE SESSION_CATG = :WS-M5-SESSION-CATG
032521          AND SESSION_ID   = :WS-M5-SESSION-ID
032522     END-EXEC.
032523     IF SQLCODE = 0
032524         MOVE SPACES                   TO WS-EXIST-ENO
032525         EXEC SQL
032526           SELECT ENO
032527             INTO :WS-EXIST-ENO
032528             FROM DBODEVP.SESSION_INSTRUCTOR
032529            WHERE SESSION_CATG    = :WS-M5-SESSION-CATG
032530              AND SESSION_ID      = :WS-M5-SESSION-ID
032531              AND INSTRUCTOR_ROLE = 'P'
032532         END-EXEC
032533         IF SQLCODE NOT = 0
032534             MOVE SPACES               TO WS-EXIST-ENO
032535         END-IF
032536         IF WS-EXIST-FEE-IND < 0
032537             MOVE 0                    TO WS-EXIST-FEE
032538         END-IF
032539         MOVE WS-EXIST-DURATION        TO WS-EXIST-DURATION-EDIT
032540         MOVE WS-EXIST-CAPACITY        TO WS-EXIST-CAPACITY-EDIT
032541         MOVE WS-EXIST-FEE             TO WS-EXIST-FEE-EDIT
032542         MOVE WS-EXIST-START-DATE      TO SDATEO
032543         MOVE WS-EXIST-DURATION-EDIT   TO DURO
032544         MOVE WS-EXIST-CAPACITY-EDIT   TO CAPO
032545         MOVE WS-EXIST-FEE-EDIT        TO FEEO
032546         MOVE WS-EXIST-ENO             TO ENOO
032547         MOVE WS-SESSION-ID-NUM        TO WS-CONFLICT-ID-EDIT
032548         MOVE SPACES                   TO EL-ERROR-TEXT
032549         STRING 'CREATE REFUSED - SESSION ' DELIMITED BY SIZE
032550                WS-M5-SESSION-CATG     DELIMITED BY SIZE
032551                '/'                    DELIMITED BY SIZE
032552                WS-CONFLICT-ID-EDIT    DELIMITED BY SIZE
032553                ' ALREADY SET UP BY '  DELIMITED BY SIZE
032554                WS-EXIST-USR-ID        DELIMITED BY SIZE
032555           INTO EL-ERROR-TEXT
032556         END-STRING
032557         SET EL-SEVERITY-WARNING       TO TRUE
032558         PERFORM LOG-APPL-PARA
032559         MOVE SPACES                   TO EL-ERROR-TEXT
032560         MOVE 'SET UP BY ANOTHER USER - CURRENT VALUES SHOWN'
032561                                       TO MSGO
032562     ELSE
032563         MOVE 'CREATE FAILED - SEE ERROR LOG' TO MSGO
032564     END-IF.

032600******************************************************************
032700* Assign Through ETRB004                                         *
032800******************************************************************
036600     IF WS-RESP NOT = DFHRESP(NORMAL)
036700         PERFORM CHECK-RESPCODE-PARA
036800     END-IF.
036801     PERFORM LOG-TXN-END-PARA.
036900     EXEC CICS RETURN
037000     END-EXEC.

037400     EXEC SQL
037500       INCLUDE CPERRLOG
037600     END-EXEC.

037601******************************************************************
037602* Transaction Usage                                              *
037603******************************************************************
037604     EXEC SQL
037605       INCLUDE CPTXNLOG
037606     END-EXEC.

037610******************************************************************
037620* Maintenance-Window Check                                       *
037630******************************************************************
037640     EXEC SQL
037650       INCLUDE CPQUIES
037660     END-EXEC.
