000710    05 WS-AP-RETURN-CODE               PIC X(1).
000720       88 WS-AP-REJECTED                         VALUE 'R'.
000730    05 WS-AP-AUTH-USR-ID               PIC X(8).
000735    05 WS-AP-OVERRIDE-REASON           PIC X(60) VALUE SPACES.

000740******************************************************************
000750*  FETCH HOLD FIELDS FOR ONE PENDING APPROVAL                    *
