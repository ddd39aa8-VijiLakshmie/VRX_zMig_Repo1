000250*  A CATEGORY WHOSE DEMAND DAYS EXCEED ITS SUPPLY DAYS IS        *
000260*  FLAGGED 'SHORT' - QUALIFY OR RECRUIT BEFORE THE QUARTER,      *
000270*  NOT WHEN ETRB004 BOUNCES.                                      *
000272*  THE QUARTER IS DELIBERATELY THE CALENDAR QUARTER, NOT THREE   *
000274*  ACCOUNTING PERIODS FROM RCBT009A - THIS IS A TEACHING-DAY     *
000276*  SCHEDULE, NOTHING IS PRICED OR POSTED, AND QTR-BUS-DAYS AND   *
000278*  THE BLACKOUT CALENDAR ARE KEPT IN CALENDAR TERMS.             *
000280******************************************************************

000290 ENVIRONMENT DIVISION.
