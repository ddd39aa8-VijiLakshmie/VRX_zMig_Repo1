001920                SESSION_START_DATE, USR_ID, DTS,
001930                SESSION_CAPACITY, SESSION_END_DATE,
001940                SESSION_STATUS, CANCEL_DATE, SESSION_FEE,
001950                VENUE_ID, DELIVERY_MODE, MEETING_LINK,
001951                SESSION_TYPE, CLOSED_ORG_CODE, FLAT_FEE,
001952                CONTRACT_HEADCOUNT, OVERAGE_FEE )
001960       SELECT SESSION_CATG, SESSION_ID, SESSION_DURATION,
001970              SESSION_START_DATE, USR_ID, DTS,
001980              SESSION_CAPACITY, SESSION_END_DATE,
001990              SESSION_STATUS, CANCEL_DATE, SESSION_FEE,
002000              VENUE_ID, DELIVERY_MODE, MEETING_LINK,
002001              SESSION_TYPE, CLOSED_ORG_CODE, FLAT_FEE,
002002              CONTRACT_HEADCOUNT, OVERAGE_FEE
002010         FROM DBODEVP.TRAINING_SESSION_ARCHIVE
002020        WHERE SESSION_CATG = :WS-SESSION-CATG
002030          AND SESSION_ID   = :WS-SESSION-ID
002260                CANCEL_REASON_CD, ORG_CODE,
002270                PRICED_FEE, DISCOUNT_PCT, ENO,
002280                CERT_EXPIRY_DATE, PERSON_ID, CONFIRM_NO,
002290                SPECIAL_REQS, LANG_PREF, NO_SHOW_SW,
002295                ATTEND_MODE, PARTNER_CODE,
002297                PROMO_CODE, PROMO_AMOUNT,
002298                FUNDED_AMOUNT )
002300       SELECT SESSION_CATG, SESSION_ID, EMAIL_ADDR,
002310              FULL_NAME, ORG_NAME, REG_DATE, REG_STATUS,
002320              DTS, CANCEL_DATE, CANCEL_REASON, PHONE_NUMBER,
002340              CANCEL_REASON_CD, ORG_CODE,
002350              PRICED_FEE, DISCOUNT_PCT, ENO,
002360              CERT_EXPIRY_DATE, PERSON_ID, CONFIRM_NO,
002370              SPECIAL_REQS, LANG_PREF, NO_SHOW_SW,
002375              ATTEND_MODE, PARTNER_CODE,
002377              PROMO_CODE, PROMO_AMOUNT,
002378              FUNDED_AMOUNT
002380         FROM DBODEVP.REGISTRATION_ARCHIVE
002390        WHERE SESSION_CATG = :WS-SESSION-CATG
002400          AND SESSION_ID   = :WS-SESSION-ID
