      * and returns the date and time. Note sample orginally supplied  *
      * with IBM CICS Transaction Gateway.                             *
      *                                                                *
      * The commarea (copybook EC01CA) comes in four accepted          *
      * lengths: the original 20-byte reply area, answered with        *
      * today's date and time exactly as before; the version '02'      *
      * business-date request; the version '03' record with the        *
      * LK-BUSDATE-BASE extension; and the full version '04' record    *
      * described below. The request carries a function                *
      * code - TODAY, NEXTBUS (next business day), PLUSBUS (plus       *
      * LK-DAYS-N business days), PREVBUS (previous business day),     *
      * MINUSBUS (minus LK-DAYS-N business days) or DIFFBUS (count     *
      * point of the arithmetic, so a missed night can be rerun        *
      * against its own value date.                                    *
      *                                                                *
      * The version '04' record adds LK-BUSDATE-ADJUST and the         *
      * ADJUST function, which rolls a settlement date - the base      *
      * date, optionally moved on LK-DAYS-N calendar months - to a     *
      * business day by the Following, Modified Following, Preceding   *
      * or Modified Preceding convention, with the end-of-month rule   *
      * for month offsets. LK-JOINT-CALENDAR names further calendars   *
      * that join LK-CALENDAR-ID: at that length every business-day    *
      * function treats a date as a business day only when no named    *
      * calendar holds it as a holiday.                                *
      *                                                                *
      * EIBCALEN is checked against the accepted lengths - too        *
      * short (ECOM) and any other mismatch (ECLN) are reported with   *
      * distinct abend codes so a caller running an out-of-step copy   *
      * the business call never waits on, or fails with, the audit    *
      * file itself. If even the queue write fails an alert is sent   *
      * to the CSMT operations destination and the call carries on.   *
      *                                                                *
      * The audit record keeps both sides of the call: the commarea   *
      * exactly as the caller sent it (up to the 80 bytes the audit   *
      * record holds) in AUDIT-INPUT-DATA, and the reply in            *
      * AUDIT-OUTPUT-DATA. The reply clears the request area, so the   *
      * input image is the only record of the function, base date     *
      * and calendar asked for - the EDUHIMP late-holiday impact job  *
      * re-evaluates past answers from it. The version '04' area past  *
      * those 80 bytes - convention, end-of-month rule and joint       *
      * calendars - goes to AUDIT-EC01-ADJUST.                         *
      *                                                                *
      * Before the record is queued both payloads are passed through   *
      * the caller's masking rule from the MASKFILE control file       *
      * (copybook MASKREC, key R + client + EC01, falling back to the  *
      * client * row) by the EDUMASK routine, and AUDIT-MASKED-FLAG    *
      * records the outcome. No rule leaves the payloads as sent; a    *
      * MASKFILE that is defined but cannot be read withholds them.    *
      *                                                                *
      * The record names the region that served the call (APPLID and   *
      * SYSID), and the audit sequence is drawn from that region's own *
      * counter, PARMFILE key EC01/AUDSxxxx with xxxx the SYSID, so    *
      * cloned regions neither share nor contend for one number.       *
      ******************************************************************


       01  WS-AUDIT-SEQ                     PIC 9(08) VALUE 0.
       01  WS-SEQ-RESPCODE                  PIC S9(8) COMP-4 VALUE 0.

      *****************************************************************
      * AUDIT PAYLOAD MASKING - THE MASKFILE RULE LOOKUP KEY AND THE   *
      * OUTCOME OF THE LOOKUP.                                         *
      *****************************************************************
       01  WS-MASK-FILE-NAME                PIC X(08) VALUE 'MASKFILE'.
       01  WS-MASK-SEARCH-KEY.
           05  WS-MASK-SEARCH-TYPE         PIC X(01).
           05  WS-MASK-SEARCH-ID           PIC X(08).
           05  WS-MASK-SEARCH-SERVICE      PIC X(08).
       01  WS-MASK-RESPCODE                 PIC S9(8) COMP-4 VALUE 0.
       01  WS-MASK-RULE-FLAG                PIC X VALUE 'N'.
           88  MASK-RULE-FOUND              VALUE 'Y'.
           88  MASK-RULE-NONE               VALUE 'N'.
       01  WS-MASK-LENGTH                   PIC S9(4) COMP-4 VALUE 0.

      *****************************************************************
      * THE COMMAREA AS RECEIVED, FOR THE AUDIT RECORD. VALUE SPACES   *
      * COVERS AN ERROR-ROUTINE AUDIT WRITE BEFORE IT IS TAKEN.        *
      *****************************************************************
       01  WS-REQ-IMAGE                     PIC X(80)  VALUE SPACES.
       01  WS-REQ-IMAGE-LENGTH              PIC S9(08) COMP-4 VALUE 0.

      *****************************************************************
      * BUSINESS-DATE WORKING FIELDS. THE REQUEST FIELDS ARE SAVED    *
      * FROM THE COMMAREA BEFORE IT IS CLEARED FOR THE REPLY.         *
               10  WS-REQ-END-DATE         PIC X(08) VALUE SPACES.
               10  WS-REQ-CALENDAR         PIC X(04) VALUE SPACES.
               10  WS-REQ-CLIENT           PIC X(08) VALUE SPACES.
               10  WS-REQ-ADJUST.
                   15  WS-REQ-CONVENTION   PIC X(04) VALUE SPACES.
                   15  WS-REQ-EOM          PIC X(01) VALUE SPACES.
                   15  WS-REQ-JOINT-LIST   PIC X(16) VALUE SPACES.
                   15  WS-REQ-JOINT-R REDEFINES WS-REQ-JOINT-LIST.
                       20  WS-REQ-JOINT    PIC X(04) OCCURS 4 TIMES.
           05  WS-V2-LENGTH                PIC S9(08) COMP-4 VALUE 0.
           05  WS-V3-LENGTH                PIC S9(08) COMP-4 VALUE 0.
           05  WS-EXT-PRESENT-FLAG         PIC X VALUE 'N'.
               88  EXTENSION-PRESENT       VALUE 'Y'.
           05  WS-ADJ-PRESENT-FLAG         PIC X VALUE 'N'.
               88  ADJUST-AREA-PRESENT     VALUE 'Y'.
           05  WS-REQ-COUNT                PIC 9(03) VALUE 0.
           05  WS-DAYS-DONE                PIC 9(05) VALUE 0.
           05  WS-CAL-DAYS-TRIED           PIC 9(04) VALUE 0.
           05  WS-CUR-DATE-X               PIC X(08).
           05  WS-CUR-DATE-N REDEFINES WS-CUR-DATE-X
                                           PIC 9(08).
           05  WS-CUR-DATE-R REDEFINES WS-CUR-DATE-X.
               10  WS-CUR-YEAR             PIC 9(04).
               10  WS-CUR-MONTH            PIC 9(02).
               10  WS-CUR-DAY              PIC 9(02).
           05  WS-CAND-DATE-X              PIC X(08).
           05  WS-CAND-DATE-N REDEFINES WS-CAND-DATE-X
                                           PIC 9(08).
           05  WS-EDIT-OK-FLAG             PIC X VALUE 'N'.
               88  DATE-EDIT-OK            VALUE 'Y'.

      *****************************************************************
      * THE CALENDARS A DATE MUST BE A BUSINESS DAY ON - THE REQUEST'S *
      * OWN CALENDAR FIRST, THEN ANY JOINT CALENDARS NAMED WITH IT.    *
      *****************************************************************
       01  WS-JOINT-WORK.
           05  WS-CAL-LIST-COUNT           PIC S9(04) COMP-4 VALUE 1.
           05  WS-CAL-LIST                 PIC X(04) OCCURS 5 TIMES.
           05  WS-CAL-IX                   PIC S9(04) COMP-4 VALUE 0.
           05  WS-JOINT-IX                 PIC S9(04) COMP-4 VALUE 0.
           05  WS-BUS-DAY-FLAG             PIC X VALUE 'N'.
               88  IS-BUSINESS-DAY         VALUE 'Y'.

      *****************************************************************
      * SETTLEMENT-DATE ADJUSTMENT WORKING FIELDS                      *
      *****************************************************************
       01  WS-ADJUST-WORK.
           05  WS-ADJ-BASE-INT             PIC S9(09) COMP-4 VALUE 0.
           05  WS-ADJ-START-INT            PIC S9(09) COMP-4 VALUE 0.
           05  WS-ADJ-MONTH-TOTAL          PIC S9(07) COMP-4 VALUE 0.
           05  WS-ADJ-MONTH-REM            PIC S9(04) COMP-4 VALUE 0.
           05  WS-ADJ-START-MONTH          PIC X(02) VALUE SPACES.
           05  WS-ADJ-EOM-FLAG             PIC X VALUE 'N'.
               88  BASE-AT-MONTH-END       VALUE 'Y'.

      *  Holiday-calendar record - shared layout with the calendar
      *  load/maintenance jobs
       COPY HOLREC.
      *  EDUBATCH, EDUPARM
       COPY PARMREC.

      *  Payload-masking rule and the EDUMASK parameter block
       COPY MASKREC.
       COPY MASKPRM.

      *****************
       LINKAGE SECTION.
      *****************
               LENGTH OF LK-BASE-REPLY + LENGTH OF LK-BUSDATE-REQUEST
           END-COMPUTE.

      *  Likewise the version '03' commarea stops before the
      *  LK-BUSDATE-ADJUST roll-convention and joint-calendar area
           COMPUTE WS-V3-LENGTH =
               WS-V2-LENGTH + LENGTH OF LK-BUSDATE-BASE
           END-COMPUTE.

      *  Keep the request exactly as the caller sent it for the audit
      *  record - taken before the length check so even a rejected
      *  commarea is on the trail, and never past EIBCALEN
           MOVE SPACES TO WS-REQ-IMAGE.
           IF EIBCALEN > LENGTH OF WS-REQ-IMAGE
               MOVE LENGTH OF WS-REQ-IMAGE TO WS-REQ-IMAGE-LENGTH
           ELSE
               MOVE EIBCALEN TO WS-REQ-IMAGE-LENGTH
           END-IF.
           IF WS-REQ-IMAGE-LENGTH > 0
               MOVE DFHCOMMAREA(1:WS-REQ-IMAGE-LENGTH)
                       TO WS-REQ-IMAGE(1:WS-REQ-IMAGE-LENGTH)
           END-IF.

           IF EIBCALEN NOT = LENGTH OF DFHCOMMAREA AND
              EIBCALEN NOT = WS-V3-LENGTH AND
              EIBCALEN NOT = WS-V2-LENGTH AND
              EIBCALEN NOT = LENGTH OF LK-BASE-REPLY
           THEN
      *  is cleared to build the reply
           MOVE SPACES TO WS-REQ-SAVE.
           MOVE 'N' TO WS-EXT-PRESENT-FLAG.
           MOVE 'N' TO WS-ADJ-PRESENT-FLAG.
           IF EIBCALEN >= WS-V2-LENGTH
               MOVE LK-VERSION  TO WS-REQ-VERSION
               MOVE LK-FUNCTION TO WS-REQ-FUNCTION
               MOVE LK-DAYS-N   TO WS-REQ-DAYS-X
           END-IF.
           IF EIBCALEN >= WS-V3-LENGTH
               MOVE 'Y' TO WS-EXT-PRESENT-FLAG
               MOVE LK-BASE-DATE TO WS-REQ-BASE-DATE
               MOVE LK-END-DATE  TO WS-REQ-END-DATE
               MOVE LK-CALENDAR-ID TO WS-REQ-CALENDAR
               MOVE LK-CLIENT-ID TO WS-REQ-CLIENT
           END-IF.
           IF EIBCALEN = LENGTH OF DFHCOMMAREA
               MOVE 'Y' TO WS-ADJ-PRESENT-FLAG
               MOVE LK-CONVENTION TO WS-REQ-CONVENTION
               MOVE LK-EOM-RULE TO WS-REQ-EOM
               MOVE LK-JOINT-CALENDAR(1) TO WS-REQ-JOINT(1)
               MOVE LK-JOINT-CALENDAR(2) TO WS-REQ-JOINT(2)
               MOVE LK-JOINT-CALENDAR(3) TO WS-REQ-JOINT(3)
               MOVE LK-JOINT-CALENDAR(4) TO WS-REQ-JOINT(4)
           END-IF.

      *  A request that names no calendar walks the DFLT domestic
      *  calendar - the behaviour every caller had before the
           IF WS-REQ-CALENDAR = SPACES
               MOVE WS-DEFAULT-CALENDAR TO WS-REQ-CALENDAR
           END-IF.
           PERFORM ZZB-BUILD-CALENDAR-LIST.

      *  Only EIBCALEN bytes of commarea belong to this call - a
      *  20-byte caller must never have the extension area's bytes

           IF WS-REQ-VERSION NOT = SPACES AND
              WS-REQ-VERSION NOT = '02' AND
              WS-REQ-VERSION NOT = '03' AND
              WS-REQ-VERSION NOT = '04'
               MOVE 'EVER' TO LK-RESULT-STATUS
               GO TO ZZB-BUSDATE-EXIT
           END-IF.
             WHEN WS-REQ-FUNCTION = 'DIFFBUS'
               PERFORM ZZB-DIFF-BUSINESS-DAYS
               GO TO ZZB-BUSDATE-EXIT
      *  ADJUST needs the convention area, so only the full-length
      *  commarea can ask for it
             WHEN WS-REQ-FUNCTION = 'ADJUST' AND ADJUST-AREA-PRESENT
               PERFORM ZZB-ADJUST-SETTLEMENT-DATE
               IF LK-RESULT-STATUS NOT = 'OK  '
                   GO TO ZZB-BUSDATE-EXIT
               END-IF
               MOVE 0 TO WS-REQ-COUNT
             WHEN OTHER
               MOVE 'EFUN' TO LK-RESULT-STATUS
               GO TO ZZB-BUSDATE-EXIT
               GO TO ZZB-EDIT-DATE-EXIT
           END-IF.

           PERFORM ZZB-MONTH-END-DAY.
           IF WS-EDIT-DAY > WS-EDIT-MAX-DAY
               GO TO ZZB-EDIT-DATE-EXIT
           END-IF.

           MOVE FUNCTION INTEGER-OF-DATE(WS-EDIT-DATE-N)
                   TO WS-EDIT-DATE-INT.
           IF WS-EDIT-DATE-INT > 0
               MOVE 'Y' TO WS-EDIT-OK-FLAG
           END-IF.

       ZZB-EDIT-DATE-EXIT.
           EXIT.

      ********************************
      * Last day of the month WS-EDIT-YEAR/WS-EDIT-MONTH, leap years *
      * included, into WS-EDIT-MAX-DAY                               *
      ********************************
       ZZB-MONTH-END-DAY SECTION.

           MOVE 31 TO WS-EDIT-MAX-DAY.
           EVALUATE WS-EDIT-MONTH
             WHEN 04
                   MOVE 28 TO WS-EDIT-MAX-DAY
               END-IF
           END-EVALUATE.

      ********************************
       ZZB-ONE-CALENDAR-DAY SECTION.
           END-IF.

           ADD WS-DAY-STEP TO WS-DATE-INT.
           PERFORM ZZB-TEST-BUSINESS-DAY.
           IF IS-BUSINESS-DAY
               ADD 1 TO WS-DAYS-DONE
           END-IF.

       ZZB-ONE-DAY-EXIT.
           EXIT.

      ********************************
      * Decide whether the date WS-DATE-INT is a business day on     *
      * every calendar in WS-CAL-LIST, leaving it as YYYYMMDD in     *
      * WS-CAND-DATE-X and the answer in IS-BUSINESS-DAY             *
      ********************************
       ZZB-TEST-BUSINESS-DAY SECTION.

           MOVE 'N' TO WS-BUS-DAY-FLAG.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   TO WS-CAND-DATE-N.

      *  so MOD 7 gives 6 for Saturday and 0 for Sunday
           MOVE FUNCTION MOD(WS-DATE-INT 7) TO WS-DAY-OF-WEEK.
           IF WS-DAY-OF-WEEK = 6 OR WS-DAY-OF-WEEK = 0
               GO TO ZZB-TEST-DAY-EXIT
           END-IF.

           MOVE 'Y' TO WS-BUS-DAY-FLAG.
           MOVE 1 TO WS-CAL-IX.
           PERFORM ZZB-TEST-ONE-CALENDAR
               UNTIL WS-CAL-IX > WS-CAL-LIST-COUNT
                  OR NOT IS-BUSINESS-DAY
                  OR CALENDAR-ERROR.
           IF CALENDAR-ERROR
               MOVE 'N' TO WS-BUS-DAY-FLAG
           END-IF.

       ZZB-TEST-DAY-EXIT.
           EXIT.

      ********************************
       ZZB-TEST-ONE-CALENDAR SECTION.

      *  A date with a record on HOLFILE for the calendar is a
      *  holiday or closure date; NOTFND is the working-day case.
      *  Anything else means the calendar file itself is unusable -
      *  report ECAL rather than silently treating every day as a
      *  working day.
           MOVE WS-CAL-LIST(WS-CAL-IX) TO WS-HOL-SEARCH-CAL.
           MOVE WS-CAND-DATE-X TO WS-HOL-SEARCH-DATE.
           EXEC CICS
               READ FILE(WS-HOLIDAY-FILE-NAME)
                    RESP(WS-RESPCODE)
           END-EXEC.

           EVALUATE TRUE
             WHEN WS-RESPCODE = DFHRESP(NOTFND)
               CONTINUE
             WHEN WS-RESPCODE = DFHRESP(NORMAL)
               MOVE 'N' TO WS-BUS-DAY-FLAG
             WHEN OTHER
               MOVE 'Y' TO WS-CAL-ERROR-FLAG
           END-EVALUATE.
           ADD 1 TO WS-CAL-IX.

      ********************************
      * Build WS-CAL-LIST - the request's own calendar, then each    *
      * non-blank joint calendar named in the version '04' area. A   *
      * calendar named twice is simply consulted twice.              *
      ********************************
       ZZB-BUILD-CALENDAR-LIST SECTION.

           MOVE 1 TO WS-CAL-LIST-COUNT.
           MOVE WS-REQ-CALENDAR TO WS-CAL-LIST(1).
           IF ADJUST-AREA-PRESENT
               MOVE 1 TO WS-JOINT-IX
               PERFORM ZZB-ADD-JOINT-CALENDAR
                   UNTIL WS-JOINT-IX > 4
           END-IF.

      ********************************
       ZZB-ADD-JOINT-CALENDAR SECTION.

           IF WS-REQ-JOINT(WS-JOINT-IX) NOT = SPACES
               ADD 1 TO WS-CAL-LIST-COUNT
               MOVE WS-REQ-JOINT(WS-JOINT-IX)
                       TO WS-CAL-LIST(WS-CAL-LIST-COUNT)
           END-IF.
           ADD 1 TO WS-JOINT-IX.

      ********************************
      * ADJUST - roll the base date (WS-DATE-INT), moved on first by *
      * WS-REQ-DAYS-N calendar months when that is not zero, to a    *
      * business day by the requested convention (spaces is FOLL).   *
      * The answer is left in WS-CAND-DATE-X; any failure sets       *
      * LK-RESULT-STATUS.                                            *
      ********************************
       ZZB-ADJUST-SETTLEMENT-DATE SECTION.

           MOVE 'N' TO WS-CAL-ERROR-FLAG.
      *  Spaces is FOLL - tested as such rather than filled in, so
      *  the audit record keeps the request as it was sent
           IF WS-REQ-CONVENTION NOT = SPACES AND
              WS-REQ-CONVENTION NOT = 'FOLL' AND
              WS-REQ-CONVENTION NOT = 'MODF' AND
              WS-REQ-CONVENTION NOT = 'PREC' AND
              WS-REQ-CONVENTION NOT = 'MODP'
               MOVE 'ECNV' TO LK-RESULT-STATUS
               GO TO ZZB-ADJUST-EXIT
           END-IF.
           IF WS-REQ-EOM NOT = SPACE AND
              WS-REQ-EOM NOT = 'Y' AND
              WS-REQ-EOM NOT = 'N'
               MOVE 'ECNV' TO LK-RESULT-STATUS
               GO TO ZZB-ADJUST-EXIT
           END-IF.

      *  LK-DAYS-N is the month offset here - spaces is no offset
           IF WS-REQ-DAYS-X = SPACES
               MOVE ZEROS TO WS-REQ-DAYS-X
           END-IF.
           IF WS-REQ-DAYS-X NOT NUMERIC
               MOVE 'EDAY' TO LK-RESULT-STATUS
               GO TO ZZB-ADJUST-EXIT
           END-IF.
           MOVE WS-DATE-INT TO WS-ADJ-BASE-INT.

           IF WS-REQ-DAYS-N = 0
               PERFORM ZZB-ROLL-BY-CONVENTION
               GO TO ZZB-ADJUST-CHECK
           END-IF.

      *  End-of-month rule - a base date on or after the last
      *  business day of its month keeps to month end
           MOVE 'N' TO WS-ADJ-EOM-FLAG.
           IF WS-REQ-EOM = 'Y'
               MOVE WS-CUR-DATE-X TO WS-EDIT-DATE-X
               PERFORM ZZB-LAST-BUSINESS-DAY
               IF CALENDAR-ERROR
                   GO TO ZZB-ADJUST-CHECK
               END-IF
               IF WS-ADJ-BASE-INT >= WS-DATE-INT
                   MOVE 'Y' TO WS-ADJ-EOM-FLAG
               END-IF
           END-IF.

      *  Target month, counted in months from year zero so a wrap
      *  across any number of year ends falls out of one DIVIDE
           COMPUTE WS-ADJ-MONTH-TOTAL =
               WS-CUR-YEAR * 12 + WS-CUR-MONTH - 1 + WS-REQ-DAYS-N
           END-COMPUTE.
           IF WS-ADJ-MONTH-TOTAL > 119999
               MOVE 'EDTE' TO LK-RESULT-STATUS
               GO TO ZZB-ADJUST-EXIT
           END-IF.
           MOVE WS-CUR-DATE-X TO WS-EDIT-DATE-X.
           DIVIDE WS-ADJ-MONTH-TOTAL BY 12
               GIVING WS-EDIT-YEAR REMAINDER WS-ADJ-MONTH-REM.
           COMPUTE WS-EDIT-MONTH = WS-ADJ-MONTH-REM + 1.

           IF BASE-AT-MONTH-END
               PERFORM ZZB-LAST-BUSINESS-DAY
               GO TO ZZB-ADJUST-CHECK
           END-IF.

      *  Otherwise the same day of the target month, held to its
      *  last day (31 January plus one month is 28 or 29 February),
      *  then rolled like any other date
           PERFORM ZZB-MONTH-END-DAY.
           IF WS-CUR-DAY > WS-EDIT-MAX-DAY
               MOVE WS-EDIT-MAX-DAY TO WS-EDIT-DAY
           ELSE
               MOVE WS-CUR-DAY TO WS-EDIT-DAY
           END-IF.
           MOVE FUNCTION INTEGER-OF-DATE(WS-EDIT-DATE-N)
                   TO WS-DATE-INT.
           PERFORM ZZB-ROLL-BY-CONVENTION.

       ZZB-ADJUST-CHECK.
           IF CALENDAR-ERROR
               MOVE 'ECAL' TO LK-RESULT-STATUS
           END-IF.

       ZZB-ADJUST-EXIT.
           EXIT.

      ********************************
      * Roll WS-DATE-INT to a business day by WS-REQ-CONVENTION. A   *
      * business day is its own answer. FOLL and MODF take the next  *
      * business day, PREC and MODP the previous one; when MODF or   *
      * MODP would cross into another month the roll is taken the    *
      * other way instead. The answer is left in WS-CAND-DATE-X.     *
      ********************************
       ZZB-ROLL-BY-CONVENTION SECTION.

           MOVE 0 TO WS-CAL-DAYS-TRIED.
           MOVE WS-DATE-INT TO WS-ADJ-START-INT.
           PERFORM ZZB-TEST-BUSINESS-DAY.
           IF IS-BUSINESS-DAY OR CALENDAR-ERROR
               GO TO ZZB-ROLL-EXIT
           END-IF.
           MOVE WS-CAND-DATE-X(5:2) TO WS-ADJ-START-MONTH.

           MOVE 1 TO WS-REQ-COUNT.
           IF WS-REQ-CONVENTION = 'PREC' OR 'MODP'
               MOVE -1 TO WS-DAY-STEP
           ELSE
               MOVE 1 TO WS-DAY-STEP
           END-IF.
           PERFORM ZZB-ADD-BUSINESS-DAYS.
           IF CALENDAR-ERROR
               GO TO ZZB-ROLL-EXIT
           END-IF.

           IF (WS-REQ-CONVENTION = 'MODF' OR 'MODP') AND
              WS-CAND-DATE-X(5:2) NOT = WS-ADJ-START-MONTH
               MOVE WS-ADJ-START-INT TO WS-DATE-INT
               COMPUTE WS-DAY-STEP = 0 - WS-DAY-STEP
               END-COMPUTE
               PERFORM ZZB-ADD-BUSINESS-DAYS
           END-IF.

       ZZB-ROLL-EXIT.
           EXIT.

      ********************************
      * Last business day of the month WS-EDIT-YEAR/WS-EDIT-MONTH on *
      * the joint calendar - one business day back from the day      *
      * after month end - into WS-DATE-INT and WS-CAND-DATE-X        *
      ********************************
       ZZB-LAST-BUSINESS-DAY SECTION.

           PERFORM ZZB-MONTH-END-DAY.
           MOVE WS-EDIT-MAX-DAY TO WS-EDIT-DAY.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-EDIT-DATE-N) + 1
           END-COMPUTE.
           MOVE 1 TO WS-REQ-COUNT.
           MOVE -1 TO WS-DAY-STEP.
           PERFORM ZZB-ADD-BUSINESS-DAYS.

      ********************************
      * Pick up this program's operating parameters - the EC01DBG    *
      * trace switch - keeping the compiled-in setting when the      *
               END-EXEC
             WHEN EIBCALEN NOT = LENGTH OF LK-BASE-REPLY AND
                  EIBCALEN NOT = WS-V2-LENGTH AND
                  EIBCALEN NOT = WS-V3-LENGTH AND
                  EIBCALEN NOT = LENGTH OF DFHCOMMAREA
               MOVE 'ECLN' TO WS-STATUS-CODE
               PERFORM ZZX-WRITE-AUDIT-RECORD
           MOVE EIBTASKN TO AUDIT-KEY-TASKN.
           MOVE 'EC01' TO AUDIT-PROGRAM.
           MOVE SPACES TO AUDIT-CHANNEL.

      *  The region serving the call - it also picks the sequence
      *  counter below
           MOVE SPACES TO AUDIT-REGION.
           EXEC CICS
               ASSIGN APPLID(AUDIT-APPLID)
                      SYSID(AUDIT-SYSID)
                      RESP(WS-RESPCODE)
           END-EXEC.
           MOVE WS-REQ-CLIENT TO AUDIT-CLIENT-ID.
           MOVE SPACES TO AUDIT-MODE.
           MOVE EIBCALEN TO AUDIT-INPUT-LENGTH.
               MOVE 0 TO AUDIT-SEQUENCE
           END-IF.

      *  The request side of the call - the reply below has had its
      *  request area cleared, so this is the only record of what
      *  was asked
           MOVE WS-REQ-IMAGE TO AUDIT-INPUT-DATA.
           MOVE WS-REQ-ADJUST TO AUDIT-EC01-ADJUST.

      *  Never reference DFHCOMMAREA past EIBCALEN - a short commarea
      *  (the ECOM case) has fewer valid bytes than LENGTH OF
      *  DFHCOMMAREA and reading past EIBCALEN risks an ASRA instead
      *  of the clean ECOM log this routine exists to produce. The
      *  full commarea is longer than the audit field, which keeps
      *  its first 80 bytes.
           IF EIBCALEN >= LENGTH OF AUDIT-OUTPUT-DATA
               MOVE DFHCOMMAREA(1:LENGTH OF AUDIT-OUTPUT-DATA)
                       TO AUDIT-OUTPUT-DATA
           ELSE
               MOVE SPACES TO AUDIT-OUTPUT-DATA
               IF EIBCALEN > 0
               END-IF
           END-IF.

           PERFORM ZZX-MASK-AUDIT-PAYLOADS.

      *  Hand the record to the AUDQ queue for the EDUAUDW writer
      *  task to harden - an audit-path problem must never slow or
      *  abend the business call, so a failed queue write only
           END-IF.

      ********************************
      * Mask both audit payloads with this client's EC01 rule. The   *
      * meaningful length is the commarea length, up to the 80       *
      * bytes each payload field keeps.                              *
      ********************************
       ZZX-MASK-AUDIT-PAYLOADS SECTION.

           MOVE SPACE TO AUDIT-MASKED-FLAG.
           PERFORM ZZX-READ-MASK-RULE.
           IF MASK-RULE-NONE
               GO TO ZZX-MASK-EXIT
           END-IF.

           IF EIBCALEN > LENGTH OF AUDIT-INPUT-DATA
               MOVE LENGTH OF AUDIT-INPUT-DATA TO WS-MASK-LENGTH
           ELSE
               MOVE EIBCALEN TO WS-MASK-LENGTH
           END-IF.

           MOVE WS-MASK-LENGTH TO MASK-REQ-LENGTH.
           MOVE AUDIT-INPUT-DATA TO MASK-REQ-PAYLOAD.
           CALL 'EDUMASK' USING MASK-RECORD MASK-REQUEST.
           MOVE MASK-REQ-PAYLOAD TO AUDIT-INPUT-DATA.
           PERFORM ZZX-NOTE-MASK-RESULT.

           MOVE WS-MASK-LENGTH TO MASK-REQ-LENGTH.
           MOVE AUDIT-OUTPUT-DATA TO MASK-REQ-PAYLOAD.
           CALL 'EDUMASK' USING MASK-RECORD MASK-REQUEST.
           MOVE MASK-REQ-PAYLOAD TO AUDIT-OUTPUT-DATA.
           PERFORM ZZX-NOTE-MASK-RESULT.

       ZZX-MASK-EXIT.
           EXIT.

      ********************************
      * Withheld outranks masked in the record's flag                *
      ********************************
       ZZX-NOTE-MASK-RESULT SECTION.

           EVALUATE TRUE
             WHEN MASK-REQ-WITHHELD
               MOVE 'W' TO AUDIT-MASKED-FLAG
             WHEN MASK-REQ-MASKED AND NOT AUDIT-PAYLOAD-WITHHELD
               MOVE 'Y' TO AUDIT-MASKED-FLAG
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

      ********************************
      * Find the masking rule for this client on EC01 - its own row  *
      * first, then the service-wide client * row. A rule of method  *
      * N, or no rule at all, means no masking. A MASKFILE that is   *
      * not defined in the region has no rules; one that is defined  *
      * but cannot be read gets method W, so nothing goes out in     *
      * clear because the rules were unavailable.                    *
      ********************************
       ZZX-READ-MASK-RULE SECTION.

           MOVE 'N' TO WS-MASK-RULE-FLAG.
           MOVE 'R' TO WS-MASK-SEARCH-TYPE.
           MOVE WS-REQ-CLIENT TO WS-MASK-SEARCH-ID.
           MOVE 'EC01' TO WS-MASK-SEARCH-SERVICE.
           EXEC CICS
               READ FILE(WS-MASK-FILE-NAME)
                    INTO(MASK-RECORD)
                    RIDFLD(WS-MASK-SEARCH-KEY)
                    KEYLENGTH(LENGTH OF WS-MASK-SEARCH-KEY)
                    RESP(WS-MASK-RESPCODE)
           END-EXEC.

           IF WS-MASK-RESPCODE = DFHRESP(NOTFND)
               MOVE '*' TO WS-MASK-SEARCH-ID
               EXEC CICS
                   READ FILE(WS-MASK-FILE-NAME)
                        INTO(MASK-RECORD)
                        RIDFLD(WS-MASK-SEARCH-KEY)
                        KEYLENGTH(LENGTH OF WS-MASK-SEARCH-KEY)
                        RESP(WS-MASK-RESPCODE)
               END-EXEC
           END-IF.

           EVALUATE TRUE
             WHEN WS-MASK-RESPCODE = DFHRESP(NORMAL)
               IF NOT MASK-NO-MASKING
                   MOVE 'Y' TO WS-MASK-RULE-FLAG
               END-IF
             WHEN WS-MASK-RESPCODE = DFHRESP(NOTFND)
             WHEN WS-MASK-RESPCODE = DFHRESP(FILENOTFOUND)
               CONTINUE
             WHEN OTHER
               MOVE SPACES TO MASK-RECORD
               MOVE 'W' TO MASK-METHOD
               MOVE 'Y' TO WS-MASK-RULE-FLAG
           END-EVALUATE.

      ********************************
      * Draw the next audit-trail sequence number from this region's *
      * PARMFILE EC01/AUDSxxxx record (xxxx the SYSID; EC01/AUDITSEQ *
      * for a region without one), which the VSAM READ UPDATE        *
      * serializes across concurrent tasks. Wraps from 99999999 back *
      * to 1. Any trouble leaves the sequence at zero (counter       *
      * unavailable) - the business call is never held up or failed  *
      * for it, and the EDUSEQR reconciliation reports unsequenced   *
      * records separately.                                          *
      ********************************
       ZZX-NEXT-AUDIT-SEQUENCE SECTION.

           MOVE 0 TO WS-AUDIT-SEQ.
           MOVE 'EC01' TO WS-PARM-SEARCH-PROGRAM.
           IF AUDIT-SYSID = SPACES
               MOVE 'AUDITSEQ' TO WS-PARM-SEARCH-NAME
           ELSE
               MOVE 'AUDS' TO WS-PARM-SEARCH-NAME(1:4)
               MOVE AUDIT-SYSID TO WS-PARM-SEARCH-NAME(5:4)
           END-IF.
           EXEC CICS
               READ FILE(WS-PARM-FILE-NAME)
                    INTO(PARM-RECORD)
