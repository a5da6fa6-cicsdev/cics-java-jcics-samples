      * (REVERSE/UPPER/LOWER, blank for the default). For EC01,        *
      * MQREQ-FUNCTION and MQREQ-DAYS optionally select a business-    *
      * date function (TODAY/NEXTBUS/PLUSBUS/PREVBUS/MINUSBUS/         *
      * DIFFBUS/ADJUST); blanks return the plain date and time. For    *
      * ADJUST, MQREQ-DAYS is the month offset.                        *
      *                                                                *
      * MQREQ-EXTENSION, appended after the payload so messages        *
      * built to the original layout parse unchanged: MQREQ-BASEDATE   *
      * behaviour callers always had. MQREQ-CLIENT is the caller's     *
      * registered client id, checked by the EDUROUTE front door       *
      * against the CLIFILE registered-caller file - blank is looked   *
      * up as client DEFAULT. MQREQ-CONVENTION (FOLL/MODF/PREC/MODP)   *
      * and MQREQ-EOM (Y/N) drive the ADJUST settlement-date roll, and *
      * MQREQ-JOINT names up to four further calendars, four bytes     *
      * each, joined with MQREQ-CALENDAR into a joint calendar. Blank  *
      * fields leave EC01's own defaults in place.                     *
      *                                                                *
      * Reply: MQRPY-STATUS is OK or FAIL. On OK, MQRPY-DATA holds     *
      * the OUTPUTDATA text or the EC01 result and MQRPY-TIME the      *
             10 MQREQ-ENDDATE      PIC X(08).
             10 MQREQ-CALENDAR     PIC X(04).
             10 MQREQ-CLIENT       PIC X(08).
             10 MQREQ-CONVENTION   PIC X(04).
             10 MQREQ-EOM          PIC X(01).
             10 MQREQ-JOINT        PIC X(16).

       01 MQRPY-MESSAGE.
          05 MQRPY-HEADER.
