      *          must equal TEST-EXPECTED-RC exactly                   *
      *   F      EC01: LK-DATE-OUT/LK-TIME-OUT must come back shaped   *
      *          DD/MM/YYYY and HH:MM:SS                               *
      *   D      EC01: LK-RESULT-STATUS must be OK and LK-RESULT-DATE  *
      *          equal TEST-EXPECTED-DATA (DD/MM/YYYY) - for DIFFBUS   *
      *          LK-RESULT-DAYS equal its first five digits            *
      *   S      EC01: LK-RESULT-STATUS must equal the first four      *
      *          bytes of TEST-EXPECTED-DATA (OK, EFUN, ECNV, ...)     *
      *                                                                *
      * For EC01, TEST-INPUT-DATA is the commarea request area in the  *
      * EC01CA layout from LK-VERSION on - version, function, days,    *
      * result fields left blank, base and end dates, calendar,        *
      * client, result days left blank, convention, end-of-month rule  *
      * and joint calendars. Left blank, the case is the plain         *
      * space-filled TODAY call.                                       *
      *                                                                *
      * A mismatch fails the case and EDUBATCH writes an expected-     *
      * versus-actual detail line pair to RPTOUT after the case line.  *
                88 EXPECT-OUTPUT-DATA  VALUE 'O'.
                88 EXPECT-CICSRC       VALUE 'R'.
                88 EXPECT-DATE-FORMAT  VALUE 'F'.
                88 EXPECT-RESULT-DATE  VALUE 'D'.
                88 EXPECT-RESULT-STATUS VALUE 'S'.
             10 TEST-EXPECTED-RC    PIC S9(8) SIGN LEADING SEPARATE.
             10 TEST-EXPECTED-LENGTH PIC 9(04).
             10 TEST-EXPECTED-DATA  PIC X(2000).
