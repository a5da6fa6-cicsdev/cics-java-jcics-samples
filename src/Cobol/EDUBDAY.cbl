      *----------------------------------------------------------------*
      *  Licensed Materials - Property of IBM                          *
      *  SAMPLE                                                        *
      *  (c) Copyright IBM Corp. 2016 All Rights Reserved              *
      *  US Government Users Restricted Rights - Use, duplication or   *
      *  disclosure restricted by GSA ADP Schedule Contract with       *
      *  IBM Corp                                                      *
      *----------------------------------------------------------------*

      ******************************************************************
      *                                                                *
      * Module Name        EDUBDAY.CBL                                 *
      *                                                                *
      * Forward business-day table published from HOLFILE              *
      *                                                                *
      * Runs as an MVS batch job step, outside CICS, after EDUHCHK.    *
      * Subscribers that cannot call EC01 for every date they need     *
      * take the calendars as a file instead: for every calendar on    *
      * HOLFILE (copybook HOLREC), and for every joint combination     *
      * named on the BDAYCTL control statements, one row per date      *
      * from the run date to the end of the horizon (PARMFILE key      *
      * EDUBDAY/HORIZON, compiled-in default 366 days, at most 1830)   *
      * with the business-day flag, the HOL-TYPE and description, the  *
      * business-day ordinal and the next and previous business dates  *
      * (copybook BDAYREC). The rows answer exactly as EC01 would:     *
      * Saturdays, Sundays and the calendar's HOLFILE dates are        *
      * closed, and a combination is open only where every calendar    *
      * named is.                                                      *
      *                                                                *
      * Control statements (free format, one per line, * comments):    *
      *                                                                *
      *   JOINT name cal cal [cal cal cal]   publish the combination   *
      *                                      of two to five calendars  *
      *                                      under the name (up to 8   *
      *                                      characters, not itself a  *
      *                                      calendar id)              *
      *                                                                *
      * A missing BDAYCTL publishes the calendars alone.               *
      *                                                                *
      * BDAYFIX carries the rows in BDAYREC layout and BDAYCSV the     *
      * same rows as comma-separated values, description last so a     *
      * comma inside it cannot shift the columns in front of it.       *
      * BDAYPRV is the BDAYFIX of the last publication; BDAYDLT lists  *
      * the rows that differ from it - added, changed and withdrawn -  *
      * so a subscriber can apply a late HMNT change without reloading *
      * everything. Rows dated before the run date have aged out and   *
      * are not reported as withdrawn.                                 *
      *                                                                *
      * No calendar is published that fails the EDUHCHK coverage       *
      * guard: fewer days from the run date to its last loaded date    *
      * than the PARMFILE EDUHOL/COVDAYS threshold (compiled-in        *
      * default 30). A combination is refused when any calendar in it  *
      * is, or is not on HOLFILE at all. A refused calendar's rows are *
      * carried forward from BDAYPRV as they were last published, so   *
      * BDAYFIX stays complete and BDAYDLT says nothing about it until *
      * its coverage is loaded.                                        *
      *                                                                *
      * BDAYRPT shows each calendar's coverage, rows, delta counts     *
      * and whether it was published or refused. Return codes: 0       *
      * every calendar published, 4 one or more calendars refused (or  *
      * no calendars on HOLFILE), 16 could not open/read a file, a     *
      * table overflowed or a control statement was unusable - a       *
      * generation written with return code 16 is not to be used.      *
      *                                                                *
      * The step is recorded on the RUNLEDG run ledger through the     *
      * EDULEDG routine (copybook RUNLPRM), with the HOLFILE records   *
      * read and the BDAYFIX rows written, against the day the         *
      * night's batch is closing, for the EDURCTL morning sign-off.    *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUBDAY.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-FILE ASSIGN TO HOLFILE
                  ORGANIZATION INDEXED
                  ACCESS MODE SEQUENTIAL
                  RECORD KEY IS HOL-KEY
                  FILE STATUS IS BDAY-HOLFILE-STATUS.
           SELECT CONTROL-INPUT-FILE ASSIGN TO BDAYCTL
                  ORGANIZATION SEQUENTIAL
                  FILE STATUS IS BDAY-CTL-STATUS.
           SELECT OPTIONAL PREVIOUS-FILE ASSIGN TO BDAYPRV
                  ORGANIZATION SEQUENTIAL
                  FILE STATUS IS BDAY-PREV-STATUS.
           SELECT FIXED-OUTPUT-FILE ASSIGN TO BDAYFIX
                  ORGANIZATION SEQUENTIAL
                  FILE STATUS IS BDAY-FIX-STATUS.
           SELECT CSV-OUTPUT-FILE ASSIGN TO BDAYCSV
                  ORGANIZATION SEQUENTIAL
                  FILE STATUS IS BDAY-CSV-STATUS.
           SELECT DELTA-OUTPUT-FILE ASSIGN TO BDAYDLT
                  ORGANIZATION SEQUENTIAL
                  FILE STATUS IS BDAY-DLT-STATUS.
           SELECT REPORT-OUTPUT-FILE ASSIGN TO BDAYRPT
                  ORGANIZATION SEQUENTIAL
                  FILE STATUS IS BDAY-RPTOUT-STATUS.
           SELECT PARM-FILE ASSIGN TO PARMFILE
                  ORGANIZATION INDEXED
                  ACCESS MODE RANDOM
                  RECORD KEY IS PARM-KEY
                  FILE STATUS IS BDAY-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-FILE.
           COPY HOLREC.

       FD  CONTROL-INPUT-FILE.
       01  CONTROL-LINE              PIC X(80).

       FD  PREVIOUS-FILE.
           COPY BDAYREC REPLACING LEADING ==BDAY== BY ==PREV==.

       FD  FIXED-OUTPUT-FILE.
       01  FIXED-LINE                PIC X(80).

       FD  CSV-OUTPUT-FILE.
       01  CSV-LINE                  PIC X(120).

       FD  DELTA-OUTPUT-FILE.
           COPY BDAYREC REPLACING LEADING ==BDAY== BY ==DLTA==.

       FD  REPORT-OUTPUT-FILE.
       01  REPORT-LINE               PIC X(132).

       FD  PARM-FILE.
           COPY PARMREC.

       WORKING-STORAGE SECTION.

       01 BDAY-HOLFILE-STATUS       PIC X(2) VALUE SPACES.
       01 BDAY-CTL-STATUS           PIC X(2) VALUE SPACES.
       01 BDAY-PREV-STATUS          PIC X(2) VALUE SPACES.
       01 BDAY-FIX-STATUS           PIC X(2) VALUE SPACES.
       01 BDAY-CSV-STATUS           PIC X(2) VALUE SPACES.
       01 BDAY-DLT-STATUS           PIC X(2) VALUE SPACES.
       01 BDAY-RPTOUT-STATUS        PIC X(2) VALUE SPACES.
       01 BDAY-PARM-STATUS          PIC X(2) VALUE SPACES.

       01 BDAY-EOF-FLAG             PIC X VALUE 'N'.
          88 END-OF-HOLIDAY-FILE    VALUE 'Y'.
       01 BDAY-CTL-EOF-FLAG         PIC X VALUE 'N'.
          88 END-OF-CONTROL-FILE    VALUE 'Y'.
       01 BDAY-PREV-EOF-FLAG        PIC X VALUE 'N'.
          88 END-OF-PREVIOUS-FILE   VALUE 'Y'.
       01 BDAY-PREV-FOUND-FLAG      PIC X VALUE 'N'.
          88 PREVIOUS-PUBLICATION-FOUND VALUE 'Y'.
       01 BDAY-LOAD-FLAG            PIC X VALUE 'N'.
          88 HOLFILE-LOAD-FAILED    VALUE 'Y'.
       01 BDAY-REFUSED-FLAG         PIC X VALUE 'N'.
          88 A-CALENDAR-WAS-REFUSED VALUE 'Y'.

      *  Coverage threshold shared with EDUHCHK and the EDUHOL C
      *  command, and the days of rows published per calendar
       01 BDAY-COVER-DAYS           PIC 9(5) VALUE 30.
       01 BDAY-HORIZON              PIC 9(5) VALUE 366.

       01 BDAY-RUN-DATE             PIC X(8) VALUE SPACES.
       01 BDAY-RUN-DATE-N REDEFINES BDAY-RUN-DATE PIC 9(8).
       01 BDAY-RUN-INT              PIC S9(9) COMP-4 VALUE 0.
       01 BDAY-HORIZON-END          PIC X(8) VALUE SPACES.
       01 BDAY-HORIZON-END-N REDEFINES BDAY-HORIZON-END PIC 9(8).
       01 BDAY-YEAR-START           PIC X(8) VALUE SPACES.
       01 BDAY-YEAR-START-N REDEFINES BDAY-YEAR-START PIC 9(8).

      *  The working window of days: from a month before 1 January
      *  of the run year, so the first year's ordinals count from
      *  its start and the first row has a previous business day,
      *  to a month past the horizon, so the last row has a next
      *  one. The rows published are slots BDAY-FIRST-SLOT to
      *  BDAY-LAST-SLOT.
       01 BDAY-WINDOW-START-INT     PIC S9(9) COMP-4 VALUE 0.
       01 BDAY-WINDOW-END-INT       PIC S9(9) COMP-4 VALUE 0.
       01 BDAY-LAST-INT             PIC S9(9) COMP-4 VALUE 0.
       01 BDAY-DATE-INT             PIC S9(9) COMP-4 VALUE 0.
       01 BDAY-WINDOW-DAYS          PIC 9(4) VALUE 0.
       01 BDAY-FIRST-SLOT           PIC 9(4) VALUE 0.
       01 BDAY-LAST-SLOT            PIC 9(4) VALUE 0.
       01 BDAY-SLOT                 PIC 9(4) VALUE 0.
       01 BDAY-DAY-OF-WEEK          PIC 9(1) VALUE 0.
       01 BDAY-WORK-DATE            PIC X(8) VALUE SPACES.
       01 BDAY-WORK-DATE-N REDEFINES BDAY-WORK-DATE PIC 9(8).

      *  One entry per window day. Date and weekend are set once;
      *  the rest is worked out again for each calendar published.
       01 BDAY-DAY-TABLE.
          05 BDAY-DAY OCCURS 2300 TIMES.
             10 BDAY-DAY-DATE       PIC X(8).
             10 BDAY-DAY-WEEKEND    PIC X(1).
                88 BDAY-DAY-IS-WEEKEND VALUE 'Y'.
             10 BDAY-DAY-OPEN       PIC X(1).
                88 BDAY-DAY-IS-OPEN    VALUE 'Y'.
             10 BDAY-DAY-TYPE       PIC X(1).
             10 BDAY-DAY-DESC       PIC X(32).
             10 BDAY-DAY-ORDINAL    PIC 9(3).
             10 BDAY-DAY-NEXT       PIC X(8).
             10 BDAY-DAY-PREV       PIC X(8).

      *  Working fields for the ordinal and next/previous passes
       01 BDAY-ORD-COUNT            PIC 9(3) VALUE 0.
       01 BDAY-ORD-YEAR             PIC X(4) VALUE SPACES.
       01 BDAY-LAST-OPEN            PIC X(8) VALUE SPACES.
       01 BDAY-NEXT-OPEN            PIC X(8) VALUE SPACES.

      *  The HOLFILE dates that fall in the window, in key order,
      *  held as window slots
       01 BDAY-HOL-MAX              PIC 9(4) VALUE 5000.
       01 BDAY-HOL-COUNT            PIC 9(4) VALUE 0.
       01 BDAY-HOL-IDX              PIC 9(4) VALUE 0.
       01 BDAY-HOL-END              PIC 9(4) VALUE 0.
       01 BDAY-HOL-TABLE.
          05 BDAY-HOL OCCURS 5000 TIMES.
             10 BDAY-HOL-SLOT       PIC 9(4).
             10 BDAY-HOL-KIND       PIC X(1).
             10 BDAY-HOL-TEXT       PIC X(32).

      *  Every calendar on HOLFILE with its coverage and where its
      *  window dates sit in BDAY-HOL-TABLE - the calendar id leads
      *  the key, so each calendar's records arrive together
       01 BDAY-CUR-CAL              PIC X(4) VALUE SPACES.
       01 BDAY-CAL-MAX              PIC 9(3) VALUE 100.
       01 BDAY-CAL-COUNT            PIC 9(3) VALUE 0.
       01 BDAY-CAL-IDX              PIC 9(3) VALUE 0.
       01 BDAY-FOUND-CAL            PIC 9(3) VALUE 0.
       01 BDAY-SEEK-ID              PIC X(4) VALUE SPACES.
       01 BDAY-CAL-TABLE.
          05 BDAY-CAL OCCURS 100 TIMES.
             10 BDAY-CAL-ID         PIC X(4).
             10 BDAY-CAL-RECORDS    PIC 9(7).
             10 BDAY-CAL-LAST       PIC X(8).
             10 BDAY-CAL-DAYS-LEFT  PIC S9(9) COMP-4.
             10 BDAY-CAL-LOW-FLAG   PIC X(1).
                88 BDAY-CAL-IS-LOW     VALUE 'Y'.
             10 BDAY-CAL-FIRST-HOL  PIC 9(4).
             10 BDAY-CAL-HOL-COUNT  PIC 9(4).

      *  What is published, in name order - the order BDAYFIX and
      *  so BDAYPRV are written in. A calendar is an entry with
      *  itself as its one member; a joint combination's members
      *  point at their calendar entries, zero when not on HOLFILE.
       01 BDAY-PUB-MAX              PIC 9(3) VALUE 120.
       01 BDAY-PUB-COUNT            PIC 9(3) VALUE 0.
       01 BDAY-PUB-IDX              PIC 9(3) VALUE 0.
       01 BDAY-FOUND-PUB            PIC 9(3) VALUE 0.
       01 BDAY-PLACE-FLAG           PIC X VALUE 'N'.
          88 BDAY-PLACE-FOUND       VALUE 'Y'.
       01 BDAY-PUB-TABLE.
          05 BDAY-PUB OCCURS 120 TIMES.
             10 BDAY-PUB-NAME       PIC X(8).
             10 BDAY-PUB-KIND       PIC X(1).
                88 BDAY-PUB-IS-JOINT   VALUE 'J'.
             10 BDAY-PUB-MEMBER-COUNT PIC 9(1).
             10 BDAY-PUB-MEMBER OCCURS 5 TIMES.
                15 BDAY-PUB-MEMBER-ID  PIC X(4).
                15 BDAY-PUB-MEMBER-CAL PIC 9(3).
       01 BDAY-NEW-PUB.
          05 BDAY-NEW-NAME          PIC X(8).
          05 BDAY-NEW-KIND          PIC X(1).
          05 BDAY-NEW-MEMBER-COUNT  PIC 9(1).
          05 BDAY-NEW-MEMBER OCCURS 5 TIMES.
             10 BDAY-NEW-MEMBER-ID  PIC X(4).
             10 BDAY-NEW-MEMBER-CAL PIC 9(3).
       01 BDAY-MEM-IDX              PIC 9(1) VALUE 0.

      *  The calendar being published and how it fared
       01 BDAY-CUR-PUB-NAME         PIC X(8) VALUE SPACES.
       01 BDAY-PUB-OK-FLAG          PIC X VALUE 'N'.
          88 BDAY-PUB-PUBLISHABLE   VALUE 'Y'.
       01 BDAY-PUB-LAST             PIC X(8) VALUE SPACES.
       01 BDAY-PUB-DAYS-LEFT        PIC S9(9) COMP-4 VALUE 0.
       01 BDAY-PUB-STATUS-TEXT      PIC X(40) VALUE SPACES.
       01 BDAY-PUB-ROWS             PIC 9(7) VALUE 0.
       01 BDAY-PUB-ADDED            PIC 9(7) VALUE 0.
       01 BDAY-PUB-CHANGED          PIC 9(7) VALUE 0.
       01 BDAY-PUB-DELETED          PIC 9(7) VALUE 0.
       01 BDAY-PUB-CARRIED          PIC 9(7) VALUE 0.

      *  Matching against the last publication: the key of the row
      *  about to be written, and the key of the BDAYPRV row in
      *  hand (HIGH-VALUES once BDAYPRV is exhausted)
       01 BDAY-TARGET-KEY.
          05 BDAY-TARGET-NAME       PIC X(8).
          05 BDAY-TARGET-DATE       PIC X(8).
       01 BDAY-PRV-KEY              VALUE LOW-VALUES.
          05 BDAY-PRV-NAME          PIC X(8).
          05 BDAY-PRV-DATE          PIC X(8).

      *  A calendar no longer published, whose rows are withdrawn
       01 BDAY-WDRN-NAME            PIC X(8) VALUE SPACES.
       01 BDAY-WDRN-COUNT           PIC 9(7) VALUE 0.

       01 BDAY-HOL-READ             PIC 9(7) VALUE 0.
       01 BDAY-TOTAL-ROWS           PIC 9(7) VALUE 0.
       01 BDAY-TOTAL-ADDED          PIC 9(7) VALUE 0.
       01 BDAY-TOTAL-CHANGED        PIC 9(7) VALUE 0.
       01 BDAY-TOTAL-DELETED        PIC 9(7) VALUE 0.
       01 BDAY-TOTAL-CARRIED        PIC 9(7) VALUE 0.

      *  Date edit - a batch-loaded HOLFILE record can hold a date
      *  the HMNT edits would have refused
       01 BDAY-EDIT-DATE            PIC X(8) VALUE SPACES.
       01 BDAY-EDIT-DATE-N REDEFINES BDAY-EDIT-DATE PIC 9(8).
       01 BDAY-EDIT-DATE-R REDEFINES BDAY-EDIT-DATE.
          05 BDAY-EDIT-YEAR         PIC 9(4).
          05 BDAY-EDIT-MONTH        PIC 9(2).
          05 BDAY-EDIT-DAY          PIC 9(2).
       01 BDAY-MAX-DAY              PIC 9(2) VALUE 31.
       01 BDAY-DATE-OK-FLAG         PIC X VALUE 'N'.
          88 EDITED-DATE-USABLE     VALUE 'Y'.

      *  Control-statement parsing
       01 BDAY-TOKENS.
          05 BDAY-TOKEN1            PIC X(16).
          05 BDAY-TOKEN2            PIC X(16).
          05 BDAY-MEMBER-TOKEN      PIC X(16) OCCURS 5 TIMES.
          05 BDAY-TOKEN8            PIC X(16).
       01 BDAY-TOKEN-FLAG           PIC X VALUE 'N'.
          88 BDAY-TOKEN-UNUSABLE    VALUE 'Y'.

       01 BDAY-COUNT-DISP           PIC ZZZZZZ9.
       01 BDAY-ADDED-DISP           PIC ZZZZZZ9.
       01 BDAY-CHANGED-DISP         PIC ZZZZZZ9.
       01 BDAY-DELETED-DISP         PIC ZZZZZZ9.
       01 BDAY-CARRIED-DISP         PIC ZZZZZZ9.
       01 BDAY-DAYS-DISP            PIC -(5)9.
       01 BDAY-KIND-TEXT            PIC X(5) VALUE SPACES.

      *  The row being published
       COPY BDAYREC.

      *  Run-ledger parameter block for the EDULEDG calls
       COPY RUNLPRM.

       PROCEDURE DIVISION.
      *  -----------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *  -----------------------------------------------------------
           PERFORM INITIALIZE-PUBLICATION.
           PERFORM LOAD-ONE-HOLIDAY-RECORD THRU LOAD-HOLIDAY-EXIT
               UNTIL END-OF-HOLIDAY-FILE.
           IF NOT HOLFILE-LOAD-FAILED
               PERFORM CLOSE-OFF-CALENDAR
               PERFORM READ-CONTROL-STATEMENTS
               MOVE 1 TO BDAY-PUB-IDX
               PERFORM PUBLISH-ONE-CALENDAR
                   UNTIL BDAY-PUB-IDX > BDAY-PUB-COUNT
               MOVE HIGH-VALUES TO BDAY-CUR-PUB-NAME
               MOVE HIGH-VALUES TO BDAY-TARGET-KEY
               PERFORM WITHDRAW-PRIOR-ROWS
               PERFORM PRINT-WITHDRAWN-LINE
           END-IF.
           PERFORM TERMINATE-PUBLICATION.
           GOBACK.

      *  -----------------------------------------------------------
       INITIALIZE-PUBLICATION.
           ACCEPT BDAY-RUN-DATE FROM DATE YYYYMMDD.
           MOVE FUNCTION INTEGER-OF-DATE(BDAY-RUN-DATE-N)
                   TO BDAY-RUN-INT.

           MOVE 'S' TO RUNL-REQ-FUNCTION.
           MOVE 'EDUBDAY' TO RUNL-REQ-STEP.
           MOVE SPACES TO RUNL-REQ-PHASE.
           PERFORM CALL-RUN-LEDGER.

           OPEN INPUT HOLIDAY-FILE.
           IF BDAY-HOLFILE-STATUS NOT = '00'
               DISPLAY 'EDUBDAY: UNABLE TO OPEN HOLFILE, STATUS='
                       BDAY-HOLFILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-OUTPUT-FILE.
           IF BDAY-RPTOUT-STATUS NOT = '00'
               DISPLAY 'EDUBDAY: UNABLE TO OPEN BDAYRPT, STATUS='
                       BDAY-RPTOUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT FIXED-OUTPUT-FILE.
           IF BDAY-FIX-STATUS NOT = '00'
               DISPLAY 'EDUBDAY: UNABLE TO OPEN BDAYFIX, STATUS='
                       BDAY-FIX-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT CSV-OUTPUT-FILE.
           IF BDAY-CSV-STATUS NOT = '00'
               DISPLAY 'EDUBDAY: UNABLE TO OPEN BDAYCSV, STATUS='
                       BDAY-CSV-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT DELTA-OUTPUT-FILE.
           IF BDAY-DLT-STATUS NOT = '00'
               DISPLAY 'EDUBDAY: UNABLE TO OPEN BDAYDLT, STATUS='
                       BDAY-DLT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *  The first run has no last publication - BDAYPRV absent or
      *  empty simply makes every row an addition
           OPEN INPUT PREVIOUS-FILE.
           IF BDAY-PREV-STATUS NOT = '00' AND
              BDAY-PREV-STATUS NOT = '05'
               DISPLAY 'EDUBDAY: UNABLE TO OPEN BDAYPRV, STATUS='
                       BDAY-PREV-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM GET-OPERATING-PARMS.
           PERFORM SET-PUBLICATION-WINDOW.
           PERFORM WRITE-REPORT-HEADING.

           MOVE SPACES TO CSV-LINE.
           STRING 'CALENDAR,DATE,BUSINESS,HOLTYPE,ORDINAL,NEXT,'
                  'PREVIOUS,PUBLISHED,DESCRIPTION'
                  DELIMITED BY SIZE INTO CSV-LINE
           END-STRING.
           WRITE CSV-LINE.

           PERFORM READ-NEXT-PREVIOUS-ROW.
           PERFORM READ-NEXT-HOLIDAY-RECORD.

      *  -----------------------------------------------------------
      *  Pick up the coverage threshold and the horizon, keeping
      *  the compiled-in defaults when the file or a record is
      *  absent - the threshold is the one EDUHCHK applies
      *  -----------------------------------------------------------
       GET-OPERATING-PARMS.
           OPEN INPUT PARM-FILE.
           IF BDAY-PARM-STATUS = '00'
               MOVE 'EDUHOL' TO PARM-PROGRAM
               MOVE 'COVDAYS' TO PARM-NAME
               READ PARM-FILE
               IF BDAY-PARM-STATUS = '00' AND PARM-NUMBER NUMERIC
                   IF PARM-NUMBER > 0 AND PARM-NUMBER < 100000
                       MOVE PARM-NUMBER TO BDAY-COVER-DAYS
                   END-IF
               END-IF
               MOVE 'EDUBDAY' TO PARM-PROGRAM
               MOVE 'HORIZON' TO PARM-NAME
               READ PARM-FILE
               IF BDAY-PARM-STATUS = '00' AND PARM-NUMBER NUMERIC
                   IF PARM-NUMBER > 0 AND PARM-NUMBER <= 1830
                       MOVE PARM-NUMBER TO BDAY-HORIZON
                   END-IF
               END-IF
               CLOSE PARM-FILE
           END-IF.

      *  -----------------------------------------------------------
      *  Lay out the window of days and mark its weekends. Day 1 of
      *  the integer date scale is Monday 1 January 1601, so MOD 7
      *  gives 6 for Saturday and 0 for Sunday.
      *  -----------------------------------------------------------
       SET-PUBLICATION-WINDOW.
           COMPUTE BDAY-LAST-INT = BDAY-RUN-INT + BDAY-HORIZON - 1
           END-COMPUTE.
           MOVE FUNCTION DATE-OF-INTEGER(BDAY-LAST-INT)
                   TO BDAY-HORIZON-END-N.
           MOVE BDAY-RUN-DATE(1:4) TO BDAY-YEAR-START(1:4).
           MOVE '0101' TO BDAY-YEAR-START(5:4).
           COMPUTE BDAY-WINDOW-START-INT =
               FUNCTION INTEGER-OF-DATE(BDAY-YEAR-START-N) - 31
           END-COMPUTE.
           COMPUTE BDAY-WINDOW-END-INT = BDAY-LAST-INT + 31
           END-COMPUTE.
           COMPUTE BDAY-WINDOW-DAYS =
               BDAY-WINDOW-END-INT - BDAY-WINDOW-START-INT + 1
           END-COMPUTE.
           COMPUTE BDAY-FIRST-SLOT =
               BDAY-RUN-INT - BDAY-WINDOW-START-INT + 1
           END-COMPUTE.
           COMPUTE BDAY-LAST-SLOT =
               BDAY-LAST-INT - BDAY-WINDOW-START-INT + 1
           END-COMPUTE.

           MOVE 1 TO BDAY-SLOT.
           PERFORM SET-ONE-WINDOW-DAY
               UNTIL BDAY-SLOT > BDAY-WINDOW-DAYS.

      *  -----------------------------------------------------------
       SET-ONE-WINDOW-DAY.
           COMPUTE BDAY-DATE-INT = BDAY-WINDOW-START-INT + BDAY-SLOT - 1
           END-COMPUTE.
           MOVE FUNCTION DATE-OF-INTEGER(BDAY-DATE-INT)
                   TO BDAY-WORK-DATE-N.
           MOVE BDAY-WORK-DATE TO BDAY-DAY-DATE(BDAY-SLOT).
           MOVE FUNCTION MOD(BDAY-DATE-INT 7) TO BDAY-DAY-OF-WEEK.
           IF BDAY-DAY-OF-WEEK = 6 OR BDAY-DAY-OF-WEEK = 0
               MOVE 'Y' TO BDAY-DAY-WEEKEND(BDAY-SLOT)
           ELSE
               MOVE 'N' TO BDAY-DAY-WEEKEND(BDAY-SLOT)
           END-IF.
           ADD 1 TO BDAY-SLOT.

      *  -----------------------------------------------------------
       READ-NEXT-HOLIDAY-RECORD.
           READ HOLIDAY-FILE
               AT END MOVE 'Y' TO BDAY-EOF-FLAG
           END-READ.
           IF NOT END-OF-HOLIDAY-FILE AND BDAY-HOLFILE-STATUS NOT ='00'
               DISPLAY 'EDUBDAY: HOLFILE READ ERROR, STATUS='
                       BDAY-HOLFILE-STATUS
               PERFORM FAIL-THE-LOAD
           END-IF.
           IF NOT END-OF-HOLIDAY-FILE
               ADD 1 TO BDAY-HOL-READ
           END-IF.

      *  -----------------------------------------------------------
      *  Gather one HOLFILE record: its calendar's coverage, and
      *  the date itself when it falls inside the window
      *  -----------------------------------------------------------
       LOAD-ONE-HOLIDAY-RECORD.
           IF HOL-CAL-ID NOT = BDAY-CUR-CAL
               PERFORM CLOSE-OFF-CALENDAR
               IF BDAY-CAL-COUNT >= BDAY-CAL-MAX
                   DISPLAY 'EDUBDAY: MORE THAN ' BDAY-CAL-MAX
                           ' CALENDARS ON HOLFILE'
                   PERFORM FAIL-THE-LOAD
                   GO TO LOAD-HOLIDAY-EXIT
               END-IF
               ADD 1 TO BDAY-CAL-COUNT
               MOVE HOL-CAL-ID TO BDAY-CUR-CAL
               MOVE HOL-CAL-ID TO BDAY-CAL-ID(BDAY-CAL-COUNT)
               MOVE 0 TO BDAY-CAL-RECORDS(BDAY-CAL-COUNT)
               MOVE 0 TO BDAY-CAL-HOL-COUNT(BDAY-CAL-COUNT)
               COMPUTE BDAY-CAL-FIRST-HOL(BDAY-CAL-COUNT) =
                   BDAY-HOL-COUNT + 1
               END-COMPUTE
           END-IF.

           ADD 1 TO BDAY-CAL-RECORDS(BDAY-CAL-COUNT).
           MOVE HOL-DATE TO BDAY-CAL-LAST(BDAY-CAL-COUNT).
           IF HOL-DATE >= BDAY-DAY-DATE(1) AND
              HOL-DATE <= BDAY-DAY-DATE(BDAY-WINDOW-DAYS)
               PERFORM KEEP-WINDOW-HOLIDAY
               IF HOLFILE-LOAD-FAILED
                   GO TO LOAD-HOLIDAY-EXIT
               END-IF
           END-IF.
           PERFORM READ-NEXT-HOLIDAY-RECORD.

       LOAD-HOLIDAY-EXIT.
           EXIT.

      *  -----------------------------------------------------------
       KEEP-WINDOW-HOLIDAY.
           MOVE HOL-DATE TO BDAY-EDIT-DATE.
           PERFORM EDIT-DATE.
           IF NOT EDITED-DATE-USABLE
               DISPLAY 'EDUBDAY: HOLFILE ' HOL-CAL-ID ' ' HOL-DATE
                       ' IS NOT A DATE - IGNORED'
           ELSE
               IF BDAY-HOL-COUNT >= BDAY-HOL-MAX
                   DISPLAY 'EDUBDAY: MORE THAN ' BDAY-HOL-MAX
                           ' HOLFILE DATES IN THE HORIZON'
                   PERFORM FAIL-THE-LOAD
               ELSE
                   ADD 1 TO BDAY-HOL-COUNT
                   ADD 1 TO BDAY-CAL-HOL-COUNT(BDAY-CAL-COUNT)
                   COMPUTE BDAY-HOL-SLOT(BDAY-HOL-COUNT) =
                       FUNCTION INTEGER-OF-DATE(BDAY-EDIT-DATE-N)
                       - BDAY-WINDOW-START-INT + 1
                   END-COMPUTE
                   MOVE HOL-TYPE TO BDAY-HOL-KIND(BDAY-HOL-COUNT)
                   MOVE HOL-DESCRIPTION
                           TO BDAY-HOL-TEXT(BDAY-HOL-COUNT)
               END-IF
           END-IF.

      *  -----------------------------------------------------------
       FAIL-THE-LOAD.
           MOVE 16 TO RETURN-CODE.
           MOVE 'Y' TO BDAY-LOAD-FLAG.
           MOVE 'Y' TO BDAY-EOF-FLAG.

      *  -----------------------------------------------------------
      *  Close off one calendar: judge its coverage exactly as
      *  EDUHCHK does - the gap from the run date to the last
      *  loaded date, zero when that date is unusable - and list
      *  it for publication. The calendars arrive in key order,
      *  before any joint combination is added, so each goes on
      *  the end of the list.
      *  -----------------------------------------------------------
       CLOSE-OFF-CALENDAR.
           IF BDAY-CUR-CAL NOT = SPACES
               MOVE 0 TO BDAY-CAL-DAYS-LEFT(BDAY-CAL-COUNT)
               MOVE BDAY-CAL-LAST(BDAY-CAL-COUNT) TO BDAY-EDIT-DATE
               PERFORM EDIT-DATE
               IF EDITED-DATE-USABLE
                   COMPUTE BDAY-CAL-DAYS-LEFT(BDAY-CAL-COUNT) =
                       FUNCTION INTEGER-OF-DATE(BDAY-EDIT-DATE-N)
                       - BDAY-RUN-INT
                   END-COMPUTE
               END-IF
               IF BDAY-CAL-DAYS-LEFT(BDAY-CAL-COUNT) < BDAY-COVER-DAYS
                   MOVE 'Y' TO BDAY-CAL-LOW-FLAG(BDAY-CAL-COUNT)
               ELSE
                   MOVE 'N' TO BDAY-CAL-LOW-FLAG(BDAY-CAL-COUNT)
               END-IF
               ADD 1 TO BDAY-PUB-COUNT
               MOVE SPACES TO BDAY-PUB(BDAY-PUB-COUNT)
               MOVE BDAY-CUR-CAL TO BDAY-PUB-NAME(BDAY-PUB-COUNT)
               MOVE 'C' TO BDAY-PUB-KIND(BDAY-PUB-COUNT)
               MOVE 1 TO BDAY-PUB-MEMBER-COUNT(BDAY-PUB-COUNT)
               MOVE BDAY-CUR-CAL
                       TO BDAY-PUB-MEMBER-ID(BDAY-PUB-COUNT, 1)
               MOVE BDAY-CAL-COUNT
                       TO BDAY-PUB-MEMBER-CAL(BDAY-PUB-COUNT, 1)
           END-IF.

      *  -----------------------------------------------------------
      *  The day is judged against its own month - leap years
      *  included - before INTEGER-OF-DATE sees the value: the
      *  function's result for an impossible argument is undefined
      *  -----------------------------------------------------------
       EDIT-DATE.
           MOVE 'N' TO BDAY-DATE-OK-FLAG.
           MOVE 31 TO BDAY-MAX-DAY.
           IF BDAY-EDIT-DATE NUMERIC AND
              BDAY-EDIT-YEAR >= 1601 AND
              BDAY-EDIT-MONTH >= 01 AND BDAY-EDIT-MONTH <= 12 AND
              BDAY-EDIT-DAY >= 01
               EVALUATE BDAY-EDIT-MONTH
                   WHEN 04
                   WHEN 06
                   WHEN 09
                   WHEN 11
                       MOVE 30 TO BDAY-MAX-DAY
                   WHEN 02
                       IF FUNCTION MOD(BDAY-EDIT-YEAR 4) = 0 AND
                          (FUNCTION MOD(BDAY-EDIT-YEAR 100) NOT = 0
                           OR FUNCTION MOD(BDAY-EDIT-YEAR 400) = 0)
                           MOVE 29 TO BDAY-MAX-DAY
                       ELSE
                           MOVE 28 TO BDAY-MAX-DAY
                       END-IF
               END-EVALUATE
               IF BDAY-EDIT-DAY <= BDAY-MAX-DAY
                   MOVE 'Y' TO BDAY-DATE-OK-FLAG
               END-IF
           END-IF.

      *  -----------------------------------------------------------
      *  Read and apply the BDAYCTL control statements. Without a
      *  control file the calendars are published on their own.
      *  -----------------------------------------------------------
       READ-CONTROL-STATEMENTS.
           OPEN INPUT CONTROL-INPUT-FILE.
           IF BDAY-CTL-STATUS NOT = '00'
               DISPLAY 'EDUBDAY: NO BDAYCTL - NO JOINT COMBINATIONS'
               MOVE 'Y' TO BDAY-CTL-EOF-FLAG
           ELSE
               PERFORM READ-NEXT-CONTROL-LINE
               PERFORM APPLY-ONE-CONTROL-LINE
                   THRU APPLY-CONTROL-EXIT
                   UNTIL END-OF-CONTROL-FILE
               CLOSE CONTROL-INPUT-FILE
           END-IF.

      *  -----------------------------------------------------------
       READ-NEXT-CONTROL-LINE.
           READ CONTROL-INPUT-FILE
               AT END MOVE 'Y' TO BDAY-CTL-EOF-FLAG
           END-READ.
           IF NOT END-OF-CONTROL-FILE AND BDAY-CTL-STATUS NOT = '00'
               DISPLAY 'EDUBDAY: BDAYCTL READ ERROR, STATUS='
                       BDAY-CTL-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO BDAY-CTL-EOF-FLAG
           END-IF.

      *  -----------------------------------------------------------
       APPLY-ONE-CONTROL-LINE.
           IF CONTROL-LINE = SPACES OR CONTROL-LINE(1:1) = '*'
               GO TO APPLY-CONTROL-NEXT
           END-IF.

           MOVE SPACES TO BDAY-TOKENS.
           UNSTRING CONTROL-LINE DELIMITED BY ALL SPACES
               INTO BDAY-TOKEN1 BDAY-TOKEN2
                    BDAY-MEMBER-TOKEN(1) BDAY-MEMBER-TOKEN(2)
                    BDAY-MEMBER-TOKEN(3) BDAY-MEMBER-TOKEN(4)
                    BDAY-MEMBER-TOKEN(5) BDAY-TOKEN8
           END-UNSTRING.

      *  A name, two to five calendars, and nothing after them
           IF BDAY-TOKEN1 NOT = 'JOINT' OR
              BDAY-TOKEN2 = SPACES OR
              BDAY-TOKEN2(9:8) NOT = SPACES OR
              BDAY-MEMBER-TOKEN(2) = SPACES OR
              BDAY-TOKEN8 NOT = SPACES
               PERFORM REJECT-CONTROL-LINE
               GO TO APPLY-CONTROL-NEXT
           END-IF.

      *  The name must not already be published - a calendar id or
      *  an earlier combination - and there must be room for it
           MOVE BDAY-TOKEN2(1:8) TO BDAY-NEW-NAME.
           PERFORM FIND-PUBLICATION-NAME.
           IF BDAY-FOUND-PUB > 0 OR BDAY-PUB-COUNT >= BDAY-PUB-MAX
               PERFORM REJECT-CONTROL-LINE
               GO TO APPLY-CONTROL-NEXT
           END-IF.

           MOVE 'J' TO BDAY-NEW-KIND.
           MOVE 0 TO BDAY-NEW-MEMBER-COUNT.
           MOVE 'N' TO BDAY-TOKEN-FLAG.
           MOVE 1 TO BDAY-MEM-IDX.
           PERFORM TAKE-ONE-MEMBER-TOKEN
               UNTIL BDAY-MEM-IDX > 5.
           IF BDAY-TOKEN-UNUSABLE
               PERFORM REJECT-CONTROL-LINE
               GO TO APPLY-CONTROL-NEXT
           END-IF.

           PERFORM INSERT-PUBLICATION.

       APPLY-CONTROL-NEXT.
           PERFORM READ-NEXT-CONTROL-LINE.

       APPLY-CONTROL-EXIT.
           EXIT.

      *  -----------------------------------------------------------
      *  One calendar named on a JOINT statement. One that is not
      *  on HOLFILE is kept with no calendar entry, so the
      *  combination is listed - and refused - rather than lost.
      *  -----------------------------------------------------------
       TAKE-ONE-MEMBER-TOKEN.
           MOVE SPACES TO BDAY-NEW-MEMBER-ID(BDAY-MEM-IDX).
           MOVE 0 TO BDAY-NEW-MEMBER-CAL(BDAY-MEM-IDX).
           IF BDAY-MEMBER-TOKEN(BDAY-MEM-IDX) NOT = SPACES
               IF BDAY-MEMBER-TOKEN(BDAY-MEM-IDX)(5:12) NOT = SPACES
                   MOVE 'Y' TO BDAY-TOKEN-FLAG
               ELSE
                   ADD 1 TO BDAY-NEW-MEMBER-COUNT
                   MOVE BDAY-MEMBER-TOKEN(BDAY-MEM-IDX)(1:4)
                           TO BDAY-NEW-MEMBER-ID(BDAY-MEM-IDX)
                   MOVE BDAY-MEMBER-TOKEN(BDAY-MEM-IDX)(1:4)
                           TO BDAY-SEEK-ID
                   PERFORM FIND-CALENDAR-ID
                   MOVE BDAY-FOUND-CAL
                           TO BDAY-NEW-MEMBER-CAL(BDAY-MEM-IDX)
               END-IF
           END-IF.
           ADD 1 TO BDAY-MEM-IDX.

      *  -----------------------------------------------------------
       REJECT-CONTROL-LINE.
           DISPLAY 'EDUBDAY: UNUSABLE CONTROL STATEMENT: '
                   CONTROL-LINE(1:60).
           MOVE 16 TO RETURN-CODE.

      *  -----------------------------------------------------------
       FIND-CALENDAR-ID.
           MOVE 0 TO BDAY-FOUND-CAL.
           MOVE 1 TO BDAY-CAL-IDX.
           PERFORM TEST-ONE-CALENDAR-ID
               UNTIL BDAY-CAL-IDX > BDAY-CAL-COUNT
                  OR BDAY-FOUND-CAL > 0.

      *  -----------------------------------------------------------
       TEST-ONE-CALENDAR-ID.
           IF BDAY-CAL-ID(BDAY-CAL-IDX) = BDAY-SEEK-ID
               MOVE BDAY-CAL-IDX TO BDAY-FOUND-CAL
           END-IF.
           ADD 1 TO BDAY-CAL-IDX.

      *  -----------------------------------------------------------
       FIND-PUBLICATION-NAME.
           MOVE 0 TO BDAY-FOUND-PUB.
           MOVE 1 TO BDAY-PUB-IDX.
           PERFORM TEST-ONE-PUBLICATION-NAME
               UNTIL BDAY-PUB-IDX > BDAY-PUB-COUNT
                  OR BDAY-FOUND-PUB > 0.

      *  -----------------------------------------------------------
       TEST-ONE-PUBLICATION-NAME.
           IF BDAY-PUB-NAME(BDAY-PUB-IDX) = BDAY-NEW-NAME
               MOVE BDAY-PUB-IDX TO BDAY-FOUND-PUB
           END-IF.
           ADD 1 TO BDAY-PUB-IDX.

      *  -----------------------------------------------------------
      *  Put a combination into its place in name order, moving
      *  the entries after it down one
      *  -----------------------------------------------------------
       INSERT-PUBLICATION.
           MOVE BDAY-PUB-COUNT TO BDAY-PUB-IDX.
           ADD 1 TO BDAY-PUB-COUNT.
           MOVE 'N' TO BDAY-PLACE-FLAG.
           PERFORM SHIFT-ONE-PUBLICATION
               UNTIL BDAY-PUB-IDX = 0 OR BDAY-PLACE-FOUND.
           ADD 1 TO BDAY-PUB-IDX.
           MOVE BDAY-NEW-PUB TO BDAY-PUB(BDAY-PUB-IDX).

      *  -----------------------------------------------------------
       SHIFT-ONE-PUBLICATION.
           IF BDAY-PUB-NAME(BDAY-PUB-IDX) > BDAY-NEW-NAME
               MOVE BDAY-PUB(BDAY-PUB-IDX) TO BDAY-PUB(BDAY-PUB-IDX + 1)
               SUBTRACT 1 FROM BDAY-PUB-IDX
           ELSE
               MOVE 'Y' TO BDAY-PLACE-FLAG
           END-IF.

      *  -----------------------------------------------------------
      *  Publish one calendar or combination - or, when it fails
      *  the coverage guard, carry its last published rows forward
      *  -----------------------------------------------------------
       PUBLISH-ONE-CALENDAR.
           MOVE BDAY-PUB-NAME(BDAY-PUB-IDX) TO BDAY-CUR-PUB-NAME.
           MOVE 0 TO BDAY-PUB-ROWS BDAY-PUB-ADDED BDAY-PUB-CHANGED
                     BDAY-PUB-DELETED BDAY-PUB-CARRIED.

           MOVE BDAY-CUR-PUB-NAME TO BDAY-TARGET-NAME.
           MOVE LOW-VALUES TO BDAY-TARGET-DATE.
           PERFORM WITHDRAW-PRIOR-ROWS.
           PERFORM PRINT-WITHDRAWN-LINE.

           PERFORM JUDGE-PUBLICATION-COVERAGE.
           IF BDAY-PUB-PUBLISHABLE
               PERFORM BUILD-DAY-TABLE
               MOVE BDAY-FIRST-SLOT TO BDAY-SLOT
               PERFORM PUBLISH-ONE-ROW
                   UNTIL BDAY-SLOT > BDAY-LAST-SLOT
               MOVE HIGH-VALUES TO BDAY-TARGET-DATE
               PERFORM WITHDRAW-PRIOR-ROWS
           ELSE
               MOVE 'Y' TO BDAY-REFUSED-FLAG
               PERFORM CARRY-ONE-PREVIOUS-ROW
                   UNTIL BDAY-PRV-NAME NOT = BDAY-CUR-PUB-NAME
           END-IF.

           PERFORM WRITE-PUBLICATION-LINE.
           ADD 1 TO BDAY-PUB-IDX.

      *  -----------------------------------------------------------
      *  The EDUHCHK guard over every calendar in the entry; the
      *  coverage shown is the shortest of them
      *  -----------------------------------------------------------
       JUDGE-PUBLICATION-COVERAGE.
           MOVE 'Y' TO BDAY-PUB-OK-FLAG.
           MOVE SPACES TO BDAY-PUB-STATUS-TEXT.
           MOVE SPACES TO BDAY-PUB-LAST.
           MOVE 0 TO BDAY-PUB-DAYS-LEFT.
           MOVE 1 TO BDAY-MEM-IDX.
           PERFORM JUDGE-ONE-MEMBER
               UNTIL BDAY-MEM-IDX >
                     BDAY-PUB-MEMBER-COUNT(BDAY-PUB-IDX).
           IF BDAY-PUB-PUBLISHABLE
               MOVE 'PUBLISHED' TO BDAY-PUB-STATUS-TEXT
           END-IF.

      *  -----------------------------------------------------------
       JUDGE-ONE-MEMBER.
           MOVE BDAY-PUB-MEMBER-CAL(BDAY-PUB-IDX, BDAY-MEM-IDX)
                   TO BDAY-CAL-IDX.
           IF BDAY-CAL-IDX = 0
               IF BDAY-PUB-PUBLISHABLE
                   STRING 'REFUSED - ' DELIMITED BY SIZE
                          BDAY-PUB-MEMBER-ID(BDAY-PUB-IDX, BDAY-MEM-IDX)
                                        DELIMITED BY SIZE
                          ' NOT ON HOLFILE' DELIMITED BY SIZE
                          INTO BDAY-PUB-STATUS-TEXT
                   END-STRING
               END-IF
               MOVE 'N' TO BDAY-PUB-OK-FLAG
           ELSE
               IF BDAY-PUB-LAST = SPACES OR
                  BDAY-CAL-DAYS-LEFT(BDAY-CAL-IDX) < BDAY-PUB-DAYS-LEFT
                   MOVE BDAY-CAL-LAST(BDAY-CAL-IDX) TO BDAY-PUB-LAST
                   MOVE BDAY-CAL-DAYS-LEFT(BDAY-CAL-IDX)
                           TO BDAY-PUB-DAYS-LEFT
               END-IF
               IF BDAY-CAL-IS-LOW(BDAY-CAL-IDX)
                   IF BDAY-PUB-PUBLISHABLE
                       STRING 'REFUSED - ' DELIMITED BY SIZE
                              BDAY-CAL-ID(BDAY-CAL-IDX)
                                            DELIMITED BY SIZE
                              ' COVERAGE LOW' DELIMITED BY SIZE
                              INTO BDAY-PUB-STATUS-TEXT
                       END-STRING
                   END-IF
                   MOVE 'N' TO BDAY-PUB-OK-FLAG
               END-IF
           END-IF.
           ADD 1 TO BDAY-MEM-IDX.

      *  -----------------------------------------------------------
      *  Work out every window day for the entry: closed on a
      *  weekend or on any member calendar's holiday, then the
      *  ordinals and the previous business days forward and the
      *  next business days backward
      *  -----------------------------------------------------------
       BUILD-DAY-TABLE.
           MOVE 1 TO BDAY-SLOT.
           PERFORM CLEAR-ONE-DAY
               UNTIL BDAY-SLOT > BDAY-WINDOW-DAYS.

           MOVE 1 TO BDAY-MEM-IDX.
           PERFORM MARK-ONE-MEMBER-HOLIDAYS
               UNTIL BDAY-MEM-IDX >
                     BDAY-PUB-MEMBER-COUNT(BDAY-PUB-IDX).

           MOVE 0 TO BDAY-ORD-COUNT.
           MOVE SPACES TO BDAY-ORD-YEAR.
           MOVE SPACES TO BDAY-LAST-OPEN.
           MOVE 1 TO BDAY-SLOT.
           PERFORM NUMBER-ONE-DAY
               UNTIL BDAY-SLOT > BDAY-WINDOW-DAYS.

           MOVE SPACES TO BDAY-NEXT-OPEN.
           MOVE BDAY-WINDOW-DAYS TO BDAY-SLOT.
           PERFORM LINK-ONE-DAY
               UNTIL BDAY-SLOT = 0.

      *  -----------------------------------------------------------
       CLEAR-ONE-DAY.
           MOVE SPACE TO BDAY-DAY-TYPE(BDAY-SLOT).
           IF BDAY-DAY-IS-WEEKEND(BDAY-SLOT)
               MOVE 'N' TO BDAY-DAY-OPEN(BDAY-SLOT)
               MOVE 'WEEKEND' TO BDAY-DAY-DESC(BDAY-SLOT)
           ELSE
               MOVE 'Y' TO BDAY-DAY-OPEN(BDAY-SLOT)
               MOVE SPACES TO BDAY-DAY-DESC(BDAY-SLOT)
           END-IF.
           ADD 1 TO BDAY-SLOT.

      *  -----------------------------------------------------------
       MARK-ONE-MEMBER-HOLIDAYS.
           MOVE BDAY-PUB-MEMBER-CAL(BDAY-PUB-IDX, BDAY-MEM-IDX)
                   TO BDAY-CAL-IDX.
           MOVE BDAY-CAL-FIRST-HOL(BDAY-CAL-IDX) TO BDAY-HOL-IDX.
           COMPUTE BDAY-HOL-END = BDAY-CAL-FIRST-HOL(BDAY-CAL-IDX)
                                + BDAY-CAL-HOL-COUNT(BDAY-CAL-IDX) - 1
           END-COMPUTE.
           PERFORM MARK-ONE-HOLIDAY
               UNTIL BDAY-HOL-IDX > BDAY-HOL-END.
           ADD 1 TO BDAY-MEM-IDX.

      *  -----------------------------------------------------------
      *  The first calendar named with a holiday on the date gives
      *  the row its type and description
      *  -----------------------------------------------------------
       MARK-ONE-HOLIDAY.
           MOVE BDAY-HOL-SLOT(BDAY-HOL-IDX) TO BDAY-SLOT.
           IF BDAY-DAY-TYPE(BDAY-SLOT) = SPACE
               MOVE BDAY-HOL-KIND(BDAY-HOL-IDX)
                       TO BDAY-DAY-TYPE(BDAY-SLOT)
               MOVE BDAY-HOL-TEXT(BDAY-HOL-IDX)
                       TO BDAY-DAY-DESC(BDAY-SLOT)
           END-IF.
           MOVE 'N' TO BDAY-DAY-OPEN(BDAY-SLOT).
           ADD 1 TO BDAY-HOL-IDX.

      *  -----------------------------------------------------------
      *  Ordinals restart at each 1 January; a closed day keeps
      *  the count of the business day before it
      *  -----------------------------------------------------------
       NUMBER-ONE-DAY.
           IF BDAY-DAY-DATE(BDAY-SLOT)(1:4) NOT = BDAY-ORD-YEAR
               MOVE BDAY-DAY-DATE(BDAY-SLOT)(1:4) TO BDAY-ORD-YEAR
               MOVE 0 TO BDAY-ORD-COUNT
           END-IF.
           MOVE BDAY-LAST-OPEN TO BDAY-DAY-PREV(BDAY-SLOT).
           IF BDAY-DAY-IS-OPEN(BDAY-SLOT)
               ADD 1 TO BDAY-ORD-COUNT
               MOVE BDAY-DAY-DATE(BDAY-SLOT) TO BDAY-LAST-OPEN
           END-IF.
           MOVE BDAY-ORD-COUNT TO BDAY-DAY-ORDINAL(BDAY-SLOT).
           ADD 1 TO BDAY-SLOT.

      *  -----------------------------------------------------------
       LINK-ONE-DAY.
           MOVE BDAY-NEXT-OPEN TO BDAY-DAY-NEXT(BDAY-SLOT).
           IF BDAY-DAY-IS-OPEN(BDAY-SLOT)
               MOVE BDAY-DAY-DATE(BDAY-SLOT) TO BDAY-NEXT-OPEN
           END-IF.
           SUBTRACT 1 FROM BDAY-SLOT.

      *  -----------------------------------------------------------
      *  One published row, matched against the last publication:
      *  a row BDAYPRV did not have is an addition, one it had
      *  with different content a change
      *  -----------------------------------------------------------
       PUBLISH-ONE-ROW.
           MOVE BDAY-DAY-DATE(BDAY-SLOT) TO BDAY-TARGET-DATE.
           PERFORM WITHDRAW-PRIOR-ROWS.

           MOVE SPACES TO BDAY-RECORD.
           MOVE BDAY-TARGET-KEY TO BDAY-KEY.
           IF BDAY-DAY-IS-OPEN(BDAY-SLOT)
               MOVE 'Y' TO BDAY-BUSINESS-FLAG
           ELSE
               MOVE 'N' TO BDAY-BUSINESS-FLAG
           END-IF.
           MOVE BDAY-DAY-TYPE(BDAY-SLOT) TO BDAY-HOL-TYPE.
           MOVE BDAY-DAY-DESC(BDAY-SLOT) TO BDAY-DESCRIPTION.
           MOVE BDAY-DAY-ORDINAL(BDAY-SLOT) TO BDAY-ORDINAL.
           MOVE BDAY-DAY-NEXT(BDAY-SLOT) TO BDAY-NEXT-DATE.
           MOVE BDAY-DAY-PREV(BDAY-SLOT) TO BDAY-PREV-DATE.
           MOVE BDAY-RUN-DATE TO BDAY-PUBLISHED-DATE.

           IF BDAY-PRV-KEY = BDAY-KEY
               IF PREV-DETAIL NOT = BDAY-DETAIL
                   MOVE BDAY-RECORD TO DLTA-RECORD
                   MOVE 'C' TO DLTA-CHANGE
                   WRITE DLTA-RECORD
                   ADD 1 TO BDAY-PUB-CHANGED BDAY-TOTAL-CHANGED
               END-IF
               PERFORM READ-NEXT-PREVIOUS-ROW
           ELSE
               MOVE BDAY-RECORD TO DLTA-RECORD
               MOVE 'A' TO DLTA-CHANGE
               WRITE DLTA-RECORD
               ADD 1 TO BDAY-PUB-ADDED BDAY-TOTAL-ADDED
           END-IF.

           PERFORM WRITE-PUBLISHED-ROW.
           ADD 1 TO BDAY-SLOT.

      *  -----------------------------------------------------------
      *  A refused calendar keeps the rows subscribers already
      *  have; those now past the horizon are withdrawn and those
      *  before the run date have aged out
      *  -----------------------------------------------------------
       CARRY-ONE-PREVIOUS-ROW.
           IF BDAY-PRV-DATE > BDAY-HORIZON-END
               PERFORM WRITE-WITHDRAWN-ROW
           ELSE
               IF BDAY-PRV-DATE >= BDAY-RUN-DATE
                   MOVE PREV-RECORD TO BDAY-RECORD
                   MOVE SPACE TO BDAY-CHANGE
                   PERFORM WRITE-PUBLISHED-ROW
                   ADD 1 TO BDAY-PUB-CARRIED BDAY-TOTAL-CARRIED
               END-IF
           END-IF.
           PERFORM READ-NEXT-PREVIOUS-ROW.

      *  -----------------------------------------------------------
       WRITE-PUBLISHED-ROW.
           WRITE FIXED-LINE FROM BDAY-RECORD.
           ADD 1 TO BDAY-PUB-ROWS BDAY-TOTAL-ROWS.

           MOVE SPACES TO CSV-LINE.
           STRING BDAY-CALENDAR        DELIMITED BY SPACE
                  ','                  DELIMITED BY SIZE
                  BDAY-DATE            DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  BDAY-BUSINESS-FLAG   DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  BDAY-HOL-TYPE        DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  BDAY-ORDINAL         DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  BDAY-NEXT-DATE       DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  BDAY-PREV-DATE       DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  BDAY-PUBLISHED-DATE  DELIMITED BY SIZE
                  ','                  DELIMITED BY SIZE
                  BDAY-DESCRIPTION     DELIMITED BY '  '
                  INTO CSV-LINE
           END-STRING.
           WRITE CSV-LINE.

      *  -----------------------------------------------------------
      *  Withdraw every BDAYPRV row ahead of the target key - rows
      *  of calendars no longer published, or of this one beyond
      *  the horizon
      *  -----------------------------------------------------------
       WITHDRAW-PRIOR-ROWS.
           PERFORM WITHDRAW-ONE-PREVIOUS-ROW
               UNTIL BDAY-PRV-KEY NOT < BDAY-TARGET-KEY.

      *  -----------------------------------------------------------
       WITHDRAW-ONE-PREVIOUS-ROW.
           IF BDAY-PRV-DATE >= BDAY-RUN-DATE
               PERFORM WRITE-WITHDRAWN-ROW
           END-IF.
           PERFORM READ-NEXT-PREVIOUS-ROW.

      *  -----------------------------------------------------------
       WRITE-WITHDRAWN-ROW.
           MOVE PREV-RECORD TO DLTA-RECORD.
           MOVE 'D' TO DLTA-CHANGE.
           WRITE DLTA-RECORD.
           ADD 1 TO BDAY-TOTAL-DELETED.
           IF BDAY-PRV-NAME = BDAY-CUR-PUB-NAME
               ADD 1 TO BDAY-PUB-DELETED
           ELSE
               IF BDAY-PRV-NAME NOT = BDAY-WDRN-NAME
                   PERFORM PRINT-WITHDRAWN-LINE
                   MOVE BDAY-PRV-NAME TO BDAY-WDRN-NAME
               END-IF
               ADD 1 TO BDAY-WDRN-COUNT
           END-IF.

      *  -----------------------------------------------------------
      *  BDAYPRV is this program's own BDAYFIX, so it is in key
      *  order; anything else is not a last publication to match
      *  -----------------------------------------------------------
       READ-NEXT-PREVIOUS-ROW.
           IF END-OF-PREVIOUS-FILE
               MOVE HIGH-VALUES TO BDAY-PRV-KEY
           ELSE
               READ PREVIOUS-FILE
                   AT END MOVE 'Y' TO BDAY-PREV-EOF-FLAG
               END-READ
               IF NOT END-OF-PREVIOUS-FILE AND
                  BDAY-PREV-STATUS NOT = '00'
                   DISPLAY 'EDUBDAY: BDAYPRV READ ERROR, STATUS='
                           BDAY-PREV-STATUS
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO BDAY-PREV-EOF-FLAG
               END-IF
               IF NOT END-OF-PREVIOUS-FILE AND
                  PREV-KEY NOT > BDAY-PRV-KEY
                   DISPLAY 'EDUBDAY: BDAYPRV OUT OF SEQUENCE AT '
                           PREV-KEY
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO BDAY-PREV-EOF-FLAG
               END-IF
               IF END-OF-PREVIOUS-FILE
                   MOVE HIGH-VALUES TO BDAY-PRV-KEY
               ELSE
                   MOVE PREV-KEY TO BDAY-PRV-KEY
                   MOVE 'Y' TO BDAY-PREV-FOUND-FLAG
               END-IF
           END-IF.

      *  -----------------------------------------------------------
       WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE.
           STRING 'FORWARD BUSINESS-DAY TABLE - RUN DATE '
                  DELIMITED BY SIZE
                  BDAY-RUN-DATE DELIMITED BY SIZE
                  ', HORIZON ' DELIMITED BY SIZE
                  BDAY-HORIZON DELIMITED BY SIZE
                  ' DAYS TO ' DELIMITED BY SIZE
                  BDAY-HORIZON-END DELIMITED BY SIZE
                  ', THRESHOLD ' DELIMITED BY SIZE
                  BDAY-COVER-DAYS DELIMITED BY SIZE
                  ' DAYS' DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING 'CALENDAR KIND  LAST-DATE  DAYS-LEFT     ROWS'
                  '    ADDED  CHANGED  DELETED  CARRIED  STATUS'
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

      *  -----------------------------------------------------------
       WRITE-PUBLICATION-LINE.
           IF BDAY-PUB-IS-JOINT(BDAY-PUB-IDX)
               MOVE 'JOINT' TO BDAY-KIND-TEXT
           ELSE
               MOVE 'CAL' TO BDAY-KIND-TEXT
           END-IF.
           MOVE BDAY-PUB-DAYS-LEFT TO BDAY-DAYS-DISP.
           MOVE BDAY-PUB-ROWS TO BDAY-COUNT-DISP.
           MOVE BDAY-PUB-ADDED TO BDAY-ADDED-DISP.
           MOVE BDAY-PUB-CHANGED TO BDAY-CHANGED-DISP.
           MOVE BDAY-PUB-DELETED TO BDAY-DELETED-DISP.
           MOVE BDAY-PUB-CARRIED TO BDAY-CARRIED-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING BDAY-CUR-PUB-NAME     DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  BDAY-KIND-TEXT        DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  BDAY-PUB-LAST         DELIMITED BY SIZE
                  '     '               DELIMITED BY SIZE
                  BDAY-DAYS-DISP        DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  BDAY-COUNT-DISP       DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  BDAY-ADDED-DISP       DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  BDAY-CHANGED-DISP     DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  BDAY-DELETED-DISP     DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  BDAY-CARRIED-DISP     DELIMITED BY SIZE
                  '  '                  DELIMITED BY SIZE
                  BDAY-PUB-STATUS-TEXT  DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           IF BDAY-PUB-IS-JOINT(BDAY-PUB-IDX)
               MOVE SPACES TO REPORT-LINE
               STRING '         CALENDARS '  DELIMITED BY SIZE
                      BDAY-PUB-MEMBER-ID(BDAY-PUB-IDX, 1)
                                            DELIMITED BY SIZE
                      ' '                   DELIMITED BY SIZE
                      BDAY-PUB-MEMBER-ID(BDAY-PUB-IDX, 2)
                                            DELIMITED BY SIZE
                      ' '                   DELIMITED BY SIZE
                      BDAY-PUB-MEMBER-ID(BDAY-PUB-IDX, 3)
                                            DELIMITED BY SIZE
                      ' '                   DELIMITED BY SIZE
                      BDAY-PUB-MEMBER-ID(BDAY-PUB-IDX, 4)
                                            DELIMITED BY SIZE
                      ' '                   DELIMITED BY SIZE
                      BDAY-PUB-MEMBER-ID(BDAY-PUB-IDX, 5)
                                            DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

      *  -----------------------------------------------------------
       PRINT-WITHDRAWN-LINE.
           IF BDAY-WDRN-NAME NOT = SPACES
               MOVE BDAY-WDRN-COUNT TO BDAY-DELETED-DISP
               MOVE SPACES TO REPORT-LINE
               STRING BDAY-WDRN-NAME     DELIMITED BY SIZE
                      ' NO LONGER PUBLISHED - ' DELIMITED BY SIZE
                      BDAY-DELETED-DISP  DELIMITED BY SIZE
                      ' ROWS WITHDRAWN'  DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE SPACES TO BDAY-WDRN-NAME
               MOVE 0 TO BDAY-WDRN-COUNT
           END-IF.

      *  -----------------------------------------------------------
       TERMINATE-PUBLICATION.
           IF HOLFILE-LOAD-FAILED
               MOVE SPACES TO REPORT-LINE
               STRING '** HOLFILE COULD NOT BE LOADED - NOTHING '
                      'PUBLISHED **'
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           ELSE
               PERFORM WRITE-TOTAL-LINES
           END-IF.

           CLOSE HOLIDAY-FILE.
           CLOSE PREVIOUS-FILE.
           CLOSE FIXED-OUTPUT-FILE.
           CLOSE CSV-OUTPUT-FILE.
           CLOSE DELTA-OUTPUT-FILE.
           CLOSE REPORT-OUTPUT-FILE.

           MOVE 'C' TO RUNL-REQ-FUNCTION.
           MOVE SPACES TO RUNL-REQ-DATE.
           MOVE BDAY-HOL-READ TO RUNL-REQ-READ.
           MOVE BDAY-TOTAL-ROWS TO RUNL-REQ-WRITTEN.
           PERFORM CALL-RUN-LEDGER.
           MOVE 'E' TO RUNL-REQ-FUNCTION.
           PERFORM CALL-RUN-LEDGER.

      *  -----------------------------------------------------------
       WRITE-TOTAL-LINES.
           MOVE BDAY-TOTAL-ROWS TO BDAY-COUNT-DISP.
           MOVE BDAY-TOTAL-ADDED TO BDAY-ADDED-DISP.
           MOVE BDAY-TOTAL-CHANGED TO BDAY-CHANGED-DISP.
           MOVE BDAY-TOTAL-DELETED TO BDAY-DELETED-DISP.
           MOVE BDAY-TOTAL-CARRIED TO BDAY-CARRIED-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TOTAL                              '
                                         DELIMITED BY SIZE
                  BDAY-COUNT-DISP        DELIMITED BY SIZE
                  '  '                   DELIMITED BY SIZE
                  BDAY-ADDED-DISP        DELIMITED BY SIZE
                  '  '                   DELIMITED BY SIZE
                  BDAY-CHANGED-DISP      DELIMITED BY SIZE
                  '  '                   DELIMITED BY SIZE
                  BDAY-DELETED-DISP      DELIMITED BY SIZE
                  '  '                   DELIMITED BY SIZE
                  BDAY-CARRIED-DISP      DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           IF NOT PREVIOUS-PUBLICATION-FOUND
               MOVE SPACES TO REPORT-LINE
               STRING 'NO LAST PUBLICATION ON BDAYPRV - EVERY ROW '
                      'IS AN ADDITION'
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

           IF BDAY-CAL-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               STRING '** NO CALENDARS ON HOLFILE - NOTHING '
                      'PUBLISHED **'
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE 'Y' TO BDAY-REFUSED-FLAG
           END-IF.

           IF A-CALENDAR-WAS-REFUSED
               MOVE SPACES TO REPORT-LINE
               STRING '** CALENDARS REFUSED - LOAD THEIR COVERAGE; '
                      'THEIR LAST PUBLISHED ROWS ARE CARRIED **'
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *  -----------------------------------------------------------
      *  Every EDULEDG call goes through here - the routine hands
      *  back the return code it is given, so the step's own stands
      *  -----------------------------------------------------------
       CALL-RUN-LEDGER.
           MOVE RETURN-CODE TO RUNL-REQ-RETURN-CODE.
           CALL 'EDULEDG' USING RUNL-REQUEST.
