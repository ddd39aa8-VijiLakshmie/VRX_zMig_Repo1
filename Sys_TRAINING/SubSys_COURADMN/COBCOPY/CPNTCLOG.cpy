004900       VALUES ( RTRIM(:NTL-EMAIL-ADDR), :NTL-NOTICE-TYPE,
005000                :NTL-SESSION-CATG, :NTL-SESSION-ID,
005100                CURRENT DATE, CURRENT TIMESTAMP,
005110                :NTL-LANG-CD, :NTL-SENT-STATUS )
005200     END-EXEC.
005300     IF SQLCODE NOT = 0
005400       DISPLAY ' UNABLE TO LOG OUTBOUND NOTICE '
