000070******************************************************************
000080*  COMPLETION-CERTIFICATE MAIL-MERGE EXTRACT.                     *
000090*  SAME MOLD AS ETROP11'S JOINING-INSTRUCTIONS FILE: ONE          *
000100*  210-BYTE MERGE RECORD PER REGISTRANT STAMPED COMPLETED ('C'    *
000110*  BY ETROP22) ON A SESSION WHOSE SESSION_END_DATE HAS PASSED     *
000120*  WITHIN THE LAST WEEK, CARRYING FULL_NAME, SESSION_CATG, THE    *
000130*  SESSION'S START/END DATES, AND THE PRIMARY INSTRUCTOR'S NAME   *
000160*  NAMES BY HAND. SCHEDULED ONCE A WEEK - THE ONE-WEEK WINDOW     *
000170*  MATCHES THAT SCHEDULE, SO EACH COMPLETER FALLS IN EXACTLY      *
000175*  ONE WEEKLY RUN INSTEAD OF BEING RE-EXTRACTED FOREVER.          *
000176*  EACH RECORD CARRIES THE CERTIFICATE NUMBER ISSUED ONTO THE     *
000177*  CERTIFICATE REGISTER (DCLCERT) WITH THE 'C' STAMP, SO THE      *
000178*  PRINTED CERTIFICATE CAN BE VERIFIED ON ETRM020 - THE RECORD    *
000179*  GREW FROM 200 TO 210 BYTES TO HOLD IT.                         *
000180******************************************************************

000190 ENVIRONMENT DIVISION.
000270 DATA DIVISION.
000280 FILE SECTION.
000290 FD  CERT-MERGE-FILE
000300     RECORD CONTAINS 210 CHARACTERS.
000310******************************************************************
000320*  CERT-MERGE-RECORD IS THE FLAT LAYOUT THE MAILING SYSTEM        *
000330*  MERGES AGAINST THE CERTIFICATE TEMPLATE.                       *
000449     05 FILLER                       PIC X(02) VALUE SPACES.
000450*    TEMPLATE/LANGUAGE CODE THE MAILING SYSTEM SELECTS ON.
000452     05 CM-LANG-CD                   PIC X(02).
000454     05 FILLER                       PIC X(02) VALUE SPACES.
000455*    THE CERTIFICATE NUMBER - BLANK ONLY IF ISSUE FAILED.
000456     05 CM-CERT-NO                   PIC X(10).
000457     05 FILLER                       PIC X(04) VALUE SPACES.

000460 WORKING-STORAGE SECTION.

000610    05 WS-HOLD-END-DATE                PIC X(10).
000620    05 WS-INSTRUCTOR-NAME              PIC X(20).
000625    05 WS-INST-SAVED-SQLCODE           PIC S9(9) COMP.
000626    05 WS-HOLD-CERT-NO                 PIC X(10).
000630******************************************************************
000640* Copybook Includes.                                             *
000650******************************************************************
000960                      A.SESSION_START_DATE,
000970                      A.SESSION_END_DATE,
000972                      COALESCE(B.CONFIRM_NO, ' '),
000973                      COALESCE(B.LANG_PREF, 'EN'),
000974                      COALESCE((SELECT C.CERT_NO
000975                                  FROM DBODEVP.CERTIFICATE C
000976                                 WHERE C.SESSION_CATG =
000977                                                B.SESSION_CATG
000978                                   AND C.SESSION_ID   =
000979                                                B.SESSION_ID
00097A                                   AND C.EMAIL_ADDR   =
00097B                                                B.EMAIL_ADDR
00097C                                   AND C.REVOKED_SW   = 'N'),
00097D                               ' ')
000980        FROM DBODEVP.TRAINING_SESSION A,
000990             DBODEVP.REGISTRATION B
001000       WHERE   B.SESSION_CATG      = A.SESSION_CATG
001350               :WS-HOLD-START-DATE,
001360               :WS-HOLD-END-DATE,
001362               :DCLREGISTRATION.REG-CONFIRM-NO,
001364               :DCLREGISTRATION.REG-LANG-PREF,
001365               :WS-HOLD-CERT-NO
001370       END-EXEC
001380       EVALUATE SQLCODE
001390         WHEN 0
001930 OPEN-MERGE-PARA.
001940     OPEN OUTPUT CERT-MERGE-FILE.
001942     MOVE 'ETROP23'                  TO HT-PROGRAM-ID.
001943     MOVE 'CERTMRG'                  TO HT-INTERFACE-NAME.
001944     MOVE 'MAILING SYSTEM'           TO HT-DESTINATION.
001945     PERFORM BUILD-HEADER-PARA.
001946     MOVE HT-IO-RECORD               TO CERT-MERGE-RECORD.
001948     WRITE CERT-MERGE-RECORD.
001949     MOVE SPACES                     TO CERT-MERGE-RECORD.
002010       MOVE WS-INSTRUCTOR-NAME      TO CM-INSTRUCTOR-NAME
002012       MOVE REG-CONFIRM-NO          TO CM-CONFIRM-NO
002014       MOVE REG-LANG-PREF           TO CM-LANG-CD
002015       MOVE WS-HOLD-CERT-NO         TO CM-CERT-NO
002016       MOVE REG-LANG-PREF           TO NTL-LANG-CD
002020       WRITE CERT-MERGE-RECORD
002030       ADD 1                        TO WS-RECORD-COUNT
