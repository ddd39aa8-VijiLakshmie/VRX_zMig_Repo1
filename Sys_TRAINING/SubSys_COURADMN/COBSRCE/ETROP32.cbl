001608                CERT_EXPIRY_DATE, PERSON_ID,
001609                CONFIRM_NO, SPECIAL_REQS, LANG_PREF,
00160A                NO_SHOW_SW,
00160B                ATTEND_MODE,
00160C                PARTNER_CODE,
00160D                PROMO_CODE, PROMO_AMOUNT,
00160E                FUNDED_AMOUNT,
001610                ARCHIVE_DTS )
001620       SELECT SESSION_CATG, SESSION_ID, EMAIL_ADDR,
001630              FULL_NAME, ORG_NAME, REG_DATE, REG_STATUS,
001658              CERT_EXPIRY_DATE, PERSON_ID,
001659              CONFIRM_NO, SPECIAL_REQS, LANG_PREF,
00165A              NO_SHOW_SW,
00165B              ATTEND_MODE,
00165C              PARTNER_CODE,
00165D              PROMO_CODE, PROMO_AMOUNT,
00165E              FUNDED_AMOUNT,
001660              CURRENT TIMESTAMP
001670         FROM DBODEVP.REGISTRATION
001680        WHERE SESSION_CATG = :WS-HOLD-SESSION-CATG
