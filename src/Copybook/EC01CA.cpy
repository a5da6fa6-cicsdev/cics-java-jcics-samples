      * EDUROUTE). COPY ... REPLACING the 01-level when used outside   *
      * a LINKAGE SECTION named DFHCOMMAREA.                           *
      *                                                                *
      * These commarea lengths are accepted by EC01:                   *
      *                                                                *
      *   LK-BASE-REPLY alone (the original 20-byte commarea) - the    *
      *   historical call, answered with today's date and time.        *
      *   commarea and asks nothing special gets the original          *
      *   behaviour at any accepted length.                            *
      *                                                                *
      *   The record up to and including LK-BUSDATE-BASE (version      *
      *   '03').                                                       *
      *   LK-BASE-DATE, when not spaces, replaces the ASKTIME date as  *
      *   the starting point of the business-day arithmetic, so a      *
      *   missed night can be rerun against its own value date. The    *
      *   CLIREC) into EC01's audit record. The EDUROUTE front door    *
      *   fills it from the REQUESTCLIENT container; a direct LINK     *
      *   caller may leave it spaces.                                  *
      *                                                                *
      *   The full record including LK-BUSDATE-ADJUST (version '04').  *
      *   Adds the ADJUST function, which rolls a settlement date to a *
      *   business day: the base date (or today), moved on LK-DAYS-N   *
      *   calendar months first when it is not zero, is rolled by      *
      *   LK-CONVENTION - FOLL following, MODF modified following,     *
      *   PREC preceding, MODP modified preceding (spaces is FOLL).    *
      *   The modified conventions never roll out of the month; they   *
      *   turn back the other way instead. LK-EOM-RULE Y applies the   *
      *   end-of-month rule to a month offset: a base date that is the *
      *   last business day of its month answers the last business     *
      *   day of the target month. A bad convention or rule byte is    *
      *   answered ECNV.                                               *
      *                                                                *
      *   LK-JOINT-CALENDAR names up to four further HOLFILE calendars *
      *   that, with LK-CALENDAR-ID, make up a joint calendar: a date  *
      *   is a business day only when it is one on every calendar      *
      *   named. The joint calendar governs every business-day         *
      *   function - NEXTBUS, PLUSBUS, PREVBUS, MINUSBUS, DIFFBUS and  *
      *   ADJUST - at this length. Spaces in all four keeps the single *
      *   calendar behaviour.                                          *
      ******************************************************************

       01 DFHCOMMAREA.
                88 LK-VERSION-NONE     VALUE SPACES.
                88 LK-VERSION-2        VALUE '02'.
                88 LK-VERSION-3        VALUE '03'.
                88 LK-VERSION-4        VALUE '04'.
             10 LK-FUNCTION      PIC X(8).
                88 LK-FUNC-DEFAULT     VALUE SPACES.
                88 LK-FUNC-TODAY       VALUE 'TODAY'.
                88 LK-FUNC-PREV-BUS    VALUE 'PREVBUS'.
                88 LK-FUNC-MINUS-BUS   VALUE 'MINUSBUS'.
                88 LK-FUNC-DIFF-BUS    VALUE 'DIFFBUS'.
                88 LK-FUNC-ADJUST      VALUE 'ADJUST'.
             10 LK-DAYS-N        PIC 9(3).
             10 LK-MONTHS-N REDEFINES LK-DAYS-N
                                 PIC 9(3).
             10 LK-RESULT-DATE   PIC X(10).
             10 LK-RESULT-STATUS PIC X(4).
                88 LK-RESULT-OK        VALUE 'OK  '.
                88 LK-RESULT-BAD-DAYS  VALUE 'EDAY'.
                88 LK-RESULT-BAD-DATE  VALUE 'EDTE'.
                88 LK-RESULT-CAL-ERROR VALUE 'ECAL'.
                88 LK-RESULT-BAD-CONV  VALUE 'ECNV'.
          05 LK-BUSDATE-BASE.
             10 LK-BASE-DATE     PIC X(8).
             10 LK-END-DATE      PIC X(8).
             10 LK-CALENDAR-ID   PIC X(4).
             10 LK-CLIENT-ID     PIC X(8).
             10 LK-RESULT-DAYS   PIC 9(5).
          05 LK-BUSDATE-ADJUST.
             10 LK-CONVENTION    PIC X(4).
                88 LK-CONV-FOLLOWING   VALUE 'FOLL' SPACES.
                88 LK-CONV-MOD-FOLLOW  VALUE 'MODF'.
                88 LK-CONV-PRECEDING   VALUE 'PREC'.
                88 LK-CONV-MOD-PRECEDE VALUE 'MODP'.
             10 LK-EOM-RULE      PIC X(1).
                88 LK-EOM-APPLIES      VALUE 'Y'.
                88 LK-EOM-NOT-APPLIED  VALUE 'N' SPACE.
             10 LK-JOINT-CALENDAR PIC X(4) OCCURS 4 TIMES.
