001250                SESSION_CAPACITY, SESSION_END_DATE,
001260                SESSION_STATUS, CANCEL_DATE, SESSION_FEE,
001265                VENUE_ID, DELIVERY_MODE, MEETING_LINK,
001266                SESSION_TYPE, CLOSED_ORG_CODE, FLAT_FEE,
001267                CONTRACT_HEADCOUNT, OVERAGE_FEE,
001270                ARCHIVE_DTS )
001280       SELECT SESSION_CATG, SESSION_ID, SESSION_DURATION,
001290              SESSION_START_DATE, USR_ID, DTS,
001300              SESSION_CAPACITY, SESSION_END_DATE,
001310              SESSION_STATUS, CANCEL_DATE, SESSION_FEE,
001315              VENUE_ID, DELIVERY_MODE, MEETING_LINK,
001316              SESSION_TYPE, CLOSED_ORG_CODE, FLAT_FEE,
001317              CONTRACT_HEADCOUNT, OVERAGE_FEE,
001320              CURRENT TIMESTAMP
001330         FROM DBODEVP.TRAINING_SESSION
001340        WHERE SESSION_CATG = :WS-HOLD-SESSION-CATG
