000150*  BALANCE IN THE SHARED CWAMTEDT/CPAMTEDT DEBIT EDIT,           *
000160*  QUARTERLY SUBTOTALS AND A YEAR TOTAL PER ORG. THIS IS THE     *
000170*  DOCUMENT BEHIND THE ANNUAL CONTRACT-RENEWAL CONVERSATIONS.    *
000171*  A SUBSIDIARY ORG (PARENT_ORG_CODE SET ON ITS MASTER ROW) IS   *
000172*  ROLLED UP ONTO ITS PARENT'S STATEMENT WHETHER OR NOT IT IS    *
000173*  BILLED THROUGH THE PARENT: THE GROUP IS ONE STATEMENT, EACH   *
000174*  LINE NAMING THE SUBSIDIARY IT BELONGS TO IN THE ENTITY        *
000175*  COLUMN, SO THE RENEWAL CONVERSATION SEES THE WHOLE GROUP.     *
000180******************************************************************

000190 ENVIRONMENT DIVISION.
000520    05 WS-PARM-YEAR                    PIC S9(9) USAGE COMP.
000530    05 WS-ROW-COUNT                    PIC S9(9) COMP VALUE 0.
000540    05 WS-HOLD-ORG-NAME                PIC X(120).
000541    05 WS-HOLD-ENTITY-NAME             PIC X(120).
000550    05 WS-HOLD-START-DATE              PIC X(10).
000560    05 WS-HOLD-CATG                    PIC X(02).
000570    05 WS-HOLD-SESSION-ID              PIC S9(9) USAGE COMP.
001020          '        PAID'.
001030       10 FILLER                       PIC X(14) VALUE
001040          '     BALANCE'.
001050       10 FILLER                       PIC X(40) VALUE 'ENTITY'.
001060    05 WS-DETAIL-LINE.
001070       10 WS-DT-CATG                   PIC X(02).
001080       10 FILLER                       PIC X(04) VALUE SPACES.
001150       10 WS-DT-PAID                   PIC X(12).
001160       10 FILLER                       PIC X(02) VALUE SPACES.
001170       10 WS-DT-BALANCE                PIC X(12).
001180       10 FILLER                       PIC X(02) VALUE SPACES.
001181       10 WS-DT-ENTITY                 PIC X(40).
001190    05 WS-QTR-LINE.
001200       10 FILLER                       PIC X(08) VALUE
001210          'QUARTER '.
001620*  YEAR, LIVE AND ARCHIVED, IN ORG/DATE ORDER FOR THE BREAKS.    *
001630*  CANCELLED REGISTRATIONS STAY OFF THE STATEMENT - THE REFUND   *
001640*  REGISTER (ETROP19) IS THEIR DOCUMENT.                         *
001641*  THE FIRST COLUMN IS THE STATEMENT ORG - THE PARENT'S NAME FOR *
001645*  A SUBSIDIARY - AND THE SECOND THE REGISTERING ORG ITSELF.     *
001650******************************************************************
001660     EXEC SQL DECLARE YEAR-ACTIVITY CURSOR
001670      FOR
001680      SELECT COALESCE(
001681             (SELECT MAX(P.ORG_NAME)
001682                FROM DBODEVP.ORGANIZATION G,
001683                     DBODEVP.ORGANIZATION P
001684               WHERE G.ORG_NAME = R.ORG_NAME
001685                 AND P.ORG_CODE = G.PARENT_ORG_CODE),
001686             R.ORG_NAME),
001687             R.ORG_NAME, S.SESSION_START_DATE,
001690             R.SESSION_CATG, R.SESSION_ID, R.FULL_NAME,
001700             S.SESSION_FEE, COALESCE(R.AMOUNT_PAID, 0)
001710        FROM DBODEVP.REGISTRATION R,
001750         AND R.REG_STATUS   NOT = 'C'
001760         AND YEAR(S.SESSION_START_DATE) = :WS-PARM-YEAR
001770      UNION ALL
001780      SELECT COALESCE(
001781             (SELECT MAX(P.ORG_NAME)
001782                FROM DBODEVP.ORGANIZATION G,
001783                     DBODEVP.ORGANIZATION P
001784               WHERE G.ORG_NAME = R.ORG_NAME
001785                 AND P.ORG_CODE = G.PARENT_ORG_CODE),
001786             R.ORG_NAME),
001787             R.ORG_NAME, A.SESSION_START_DATE,
001790             R.SESSION_CATG, R.SESSION_ID, R.FULL_NAME,
001800             A.SESSION_FEE, COALESCE(R.AMOUNT_PAID, 0)
001810        FROM DBODEVP.REGISTRATION R,
001850         AND R.REG_STATUS   NOT = 'C'
001860         AND YEAR(A.SESSION_START_DATE) = :WS-PARM-YEAR
001870      UNION ALL
001880      SELECT COALESCE(
001881             (SELECT MAX(P.ORG_NAME)
001882                FROM DBODEVP.ORGANIZATION G,
001883                     DBODEVP.ORGANIZATION P
001884               WHERE G.ORG_NAME = R.ORG_NAME
001885                 AND P.ORG_CODE = G.PARENT_ORG_CODE),
001886             R.ORG_NAME),
001887             R.ORG_NAME, A.SESSION_START_DATE,
001890             R.SESSION_CATG, R.SESSION_ID, R.FULL_NAME,
001900             A.SESSION_FEE, COALESCE(R.AMOUNT_PAID, 0)
001910        FROM DBODEVP.REGISTRATION_ARCHIVE R,
001940         AND A.SESSION_ID   = R.SESSION_ID
001950         AND R.REG_STATUS   NOT = 'C'
001960         AND YEAR(A.SESSION_START_DATE) = :WS-PARM-YEAR
001970       ORDER BY 1, 3, 4, 5
001980     END-EXEC.

001990 01 WS-END                             PIC X(50) VALUE
002220       EXEC SQL
002230         FETCH YEAR-ACTIVITY
002240          INTO :WS-HOLD-ORG-NAME,
002241               :WS-HOLD-ENTITY-NAME,
002250               :WS-HOLD-START-DATE,
002260               :WS-HOLD-CATG,
002270               :WS-HOLD-SESSION-ID,
003050     MOVE WS-HOLD-CATG               TO WS-DT-CATG.
003060     MOVE WS-HOLD-START-DATE         TO WS-DT-START.
003070     MOVE WS-HOLD-FULL-NAME (1:30)   TO WS-DT-NAME.
003071     IF WS-HOLD-ENTITY-NAME = WS-HOLD-ORG-NAME
003072       MOVE SPACES                   TO WS-DT-ENTITY
003073     ELSE
003074       MOVE WS-HOLD-ENTITY-NAME (1:40) TO WS-DT-ENTITY
003075     END-IF.
003080     IF WS-FEE-IND < 0
003090       MOVE SPACES                   TO WS-DT-FEE
003100       MOVE SPACES                   TO WS-DT-PAID
