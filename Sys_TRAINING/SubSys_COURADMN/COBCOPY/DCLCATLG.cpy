             MIN_ENROLLMENT                 SMALLINT,
             CERT_VALID_MONTHS              SMALLINT,
             CPD_HOURS_PER_DAY              SMALLINT,
             EQUIV_GROUP                    CHAR(4),
             PASS_MARK                      SMALLINT,
             MAX_ATTEMPTS                   SMALLINT,
             RESIT_FEE                      DECIMAL(9,2),
             MAX_DELEGATES_PER_INSTR        SMALLINT,
             DTS                            TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      *    ANNUAL CPD STATEMENT MULTIPLIES IT BY THE DAYS ACTUALLY
      *    PRESENT IN ATTENDANCE. NULL = NO CPD VALUE.
           10 CAT-CPD-HOURS-PER-DAY PIC S9(4) USAGE COMP.
      *    EQUIV_GROUP TIES TOGETHER CATEGORIES THAT TEACH THE SAME
      *    COURSE (A RENAMED CODE, A VIRTUAL RUN KEPT UNDER ITS OWN
      *    CATEGORY) - EVERY CATEGORY CARRYING THE SAME GROUP CODE IS
      *    AN ACCEPTABLE SUBSTITUTE FOR THE OTHERS. SET ON ETRM006 AND
      *    USED BY THE ETRM017 ALTERNATIVE-SESSION FINDER. NULL = THE
      *    CATEGORY HAS NO EQUIVALENTS.
           10 CAT-EQUIV-GROUP      PIC X(4).
      *    PASS_MARK MAKES THE CATEGORY AN EXAMINED ONE - THE LOWEST
      *    ASSESSMENT_RESULT SCORE (0-100) THAT PASSES. ETROP22 AND
      *    ETROP52 STAMP 'C' ONLY WHEN A PASSING ATTEMPT IS ON FILE.
      *    NULL = NO EXAM; ATTENDANCE OR THE LMS ALONE DECIDES.
           10 CAT-PASS-MARK        PIC S9(4) USAGE COMP.
      *    MAX_ATTEMPTS CAPS THE ATTEMPTS ONE DELEGATE MAY SIT FOR THE
      *    CATEGORY (FIRST SITTING INCLUDED) - ETRM019 OFFERS NO RESIT
      *    ONCE IT IS REACHED. NULL = NO LIMIT.
           10 CAT-MAX-ATTEMPTS     PIC S9(4) USAGE COMP.
      *    RESIT_FEE IS THE FLAT PRICE OF A RESIT SEAT BOOKED FROM
      *    ETRM019 - ETRB002 TAKES IT INSTEAD OF THE SESSION FEE AND
      *    WITH NO VOLUME DISCOUNT. NULL = A RESIT PAYS THE NORMAL FEE.
           10 CAT-RESIT-FEE        PIC S9(7)V99 USAGE COMP-3.
      *    MAX_DELEGATES_PER_INSTR IS THE REGULATED RATIO OF A
      *    PRACTICAL CATEGORY (FIRST AID, FORKLIFT) - ONE INSTRUCTOR
      *    PER SO MANY DELEGATES. ETRB002 ADMITS NO MORE ACTIVE
      *    DELEGATES THAN THE SESSION_INSTRUCTOR ROWS TIMES THIS
      *    (WAITLISTING THE REST) AND ETROP114 REPORTS UPCOMING
      *    MEETINGS THAT BREACH IT. SET ON ETRM006. NULL = NO RATIO.
           10 CAT-MAX-PER-INSTR    PIC S9(4) USAGE COMP.
           10 CAT-DTS              PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************
