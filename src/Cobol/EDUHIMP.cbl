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
      * Module Name        EDUHIMP.CBL                                 *
      *                                                                *
      * Late-holiday impact report over the EC01 audit trail           *
      *                                                                *
      * Runs as an MVS batch job step, outside CICS. A bank holiday    *
      * added to HOLFILE after EC01 has already been answering for     *
      * the dates around it leaves wrong business-date answers in      *
      * the hands of the callers - nothing in the online path can      *
      * take them back. This step finds them so the counterparties     *
      * whose settlement dates moved can be rung before the money      *
      * goes out on the wrong day.                                     *
      *                                                                *
      * The calendar changes to assess come from the HOLCHG holiday-   *
      * change file (copybook HCHGREC) that the HMNT A and D commands  *
      * write: every record not yet reported is picked up, and once    *
      * the report is written each is stamped with the run date so     *
      * it is reported once. A change made any other way (a batch      *
      * reload of a calendar) can be assessed by hand with HIMPCTL     *
      * control statements, free format, one per line, * comments:    *
      *                                                                *
      *   A cal yyyymmdd     the date was added to the calendar        *
      *   D cal yyyymmdd     the date was deleted from the calendar    *
      *                                                                *
      * When HIMPCTL holds statements only those changes are assessed  *
      * and HOLCHG is left untouched; an absent or empty HIMPCTL is    *
      * the nightly automatic run.                                     *
      *                                                                *
      * AUDHIST is the audit trail in AUDITREC layout - a REPRO of     *
      * the current AUDTFILE concatenated with the recent AUDTHIST     *
      * generations in the JCL. Every successful EC01 NEXTBUS,         *
      * PLUSBUS, PREVBUS, MINUSBUS or DIFFBUS answer within the        *
      * look-back period (PARMFILE key EDUHIMP/LOOKBACK, compiled-in   *
      * default 30 days) whose span crosses a changed date on its own  *
      * calendar is worked out again against today's HOLFILE, with     *
      * the same calendar rules EC01 applies. The request comes from   *
      * the commarea image EC01 keeps in AUDIT-INPUT-DATA and the      *
      * original answer from the reply in AUDIT-OUTPUT-DATA; a base    *
      * date of spaces means the call's own date, a calendar of        *
      * spaces the DFLT calendar. Records written before EC01 kept     *
      * the request image cannot be re-evaluated and are counted.      *
      * A call made on a joint calendar (AUDIT-EC01-ADJUST) is worked  *
      * out on all of its calendars, and a change to any of them can   *
      * move it. ADJUST settlement-date rolls are counted but not      *
      * re-evaluated. A call whose payloads were masked, withheld or   *
      * redacted on the trail (AUDIT-MASKED-FLAG) no longer carries a  *
      * usable request image and is counted but not re-evaluated.      *
      *                                                                *
      * The IMPRPT report lists the changes assessed, then every       *
      * answer that has moved - original and corrected result side by  *
      * side - grouped by registered client (copybook CLIREC), with    *
      * the client's description from CLIFILE and a count per client.  *
      * Return codes: 0 no answer moved, 4 answers moved (or a         *
      * calendar could not be read, or more changes were waiting than  *
      * one run assesses), 16 could not open/read/write a file or a    *
      * control statement was unusable.                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUHIMP.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-HISTORY-FILE ASSIGN TO AUDHIST
                  ORGANIZATION SEQUENTIAL
                  FILE STATUS IS HIMP-AUDHIST-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO HOLFILE
                  ORGANIZATION INDEXED
                  ACCESS MODE RANDOM
                  RECORD KEY IS HOL-KEY
                  FILE STATUS IS HIMP-HOLFILE-STATUS.
           SELECT CHANGE-FILE ASSIGN TO HOLCHG
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS HCHG-KEY
                  FILE STATUS IS HIMP-HOLCHG-STATUS.
           SELECT CLIENT-FILE ASSIGN TO CLIFILE
                  ORGANIZATION INDEXED
                  ACCESS MODE RANDOM
                  RECORD KEY IS CLI-KEY
                  FILE STATUS IS HIMP-CLIFILE-STATUS.
           SELECT PARM-FILE ASSIGN TO PARMFILE
                  ORGANIZATION INDEXED
                  ACCESS MODE RANDOM
                  RECORD KEY IS PARM-KEY
                  FILE STATUS IS HIMP-PARM-STATUS.
           SELECT CONTROL-INPUT-FILE ASSIGN TO HIMPCTL
                  ORGANIZATION SEQUENTIAL
                  FILE STATUS IS HIMP-CTL-STATUS.
           SELECT REPORT-OUTPUT-FILE ASSIGN TO IMPRPT
                  ORGANIZATION SEQUENTIAL
                  FILE STATUS IS HIMP-RPTOUT-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-HISTORY-FILE.
           COPY AUDITREC.

       FD  HOLIDAY-FILE.
           COPY HOLREC.

       FD  CHANGE-FILE.
           COPY HCHGREC.

       FD  CLIENT-FILE.
           COPY CLIREC.

       FD  PARM-FILE.
           COPY PARMREC.

       FD  CONTROL-INPUT-FILE.
       01  CONTROL-LINE              PIC X(80).

       FD  REPORT-OUTPUT-FILE.
       01  REPORT-LINE               PIC X(132).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SORT-CLIENT            PIC X(8).
           05 SORT-AUDIT-KEY.
              10 SORT-CALL-DATE      PIC X(8).
              10 SORT-CALL-TIME      PIC X(6).
              10 SORT-CALL-TRAN      PIC X(4).
              10 SORT-CALL-TASKN     PIC 9(7).
           05 SORT-FUNCTION          PIC X(8).
           05 SORT-DAYS              PIC X(3).
           05 SORT-BASE-DATE         PIC X(8).
           05 SORT-END-DATE          PIC X(8).
           05 SORT-CALENDAR          PIC X(4).
           05 SORT-CHG-ACTION        PIC X(1).
           05 SORT-CHG-DATE          PIC X(8).
           05 SORT-ORIGINAL          PIC X(10).
           05 SORT-CORRECTED         PIC X(10).

       WORKING-STORAGE SECTION.

       01 HIMP-AUDHIST-STATUS       PIC X(2) VALUE SPACES.
       01 HIMP-HOLFILE-STATUS       PIC X(2) VALUE SPACES.
       01 HIMP-HOLCHG-STATUS        PIC X(2) VALUE SPACES.
       01 HIMP-CLIFILE-STATUS       PIC X(2) VALUE SPACES.
       01 HIMP-PARM-STATUS          PIC X(2) VALUE SPACES.
       01 HIMP-CTL-STATUS           PIC X(2) VALUE SPACES.
       01 HIMP-RPTOUT-STATUS        PIC X(2) VALUE SPACES.

       01 HIMP-EOF-FLAG             PIC X VALUE 'N'.
          88 END-OF-HISTORY-FILE    VALUE 'Y'.
       01 HIMP-CTL-EOF-FLAG         PIC X VALUE 'N'.
          88 END-OF-CONTROL-FILE    VALUE 'Y'.
       01 HIMP-CHG-EOF-FLAG         PIC X VALUE 'N'.
          88 END-OF-CHANGE-FILE     VALUE 'Y'.
       01 HIMP-RETURN-DONE-FLAG     PIC X VALUE 'N'.
          88 END-OF-SORTED-INPUT    VALUE 'Y'.
       01 HIMP-MANUAL-FLAG          PIC X VALUE 'N'.
          88 MANUAL-CHANGES-GIVEN   VALUE 'Y'.
       01 HIMP-CLIFILE-OPEN-FLAG    PIC X VALUE 'N'.
          88 CLIFILE-IS-OPEN        VALUE 'Y'.
       01 HIMP-OVERFLOW-FLAG        PIC X VALUE 'N'.
          88 CHANGES-LEFT-WAITING   VALUE 'Y'.

      *  Run date and the look-back window - answers given before
      *  the cut-off date are not re-evaluated
       01 HIMP-RUN-DATE             PIC X(8) VALUE SPACES.
       01 HIMP-RUN-DATE-N REDEFINES HIMP-RUN-DATE PIC 9(8).
       01 HIMP-RUN-DATE-INT         PIC S9(9) COMP-4 VALUE 0.
       01 HIMP-LOOKBACK-DAYS        PIC 9(5) VALUE 30.
       01 HIMP-CUTOFF-DATE          PIC X(8) VALUE SPACES.
       01 HIMP-CUTOFF-DATE-N REDEFINES HIMP-CUTOFF-DATE PIC 9(8).

      *  The calendar changes being assessed - from HOLCHG on the
      *  nightly run, from HIMPCTL when run by hand
       01 HIMP-CHANGE-MAX           PIC 9(3) VALUE 50.
       01 HIMP-CHANGE-COUNT         PIC 9(3) VALUE 0.
       01 HIMP-CHANGE-TABLE.
          05 HIMP-CHANGE-ENTRY OCCURS 50 TIMES.
             10 HIMP-CHG-KEY        PIC X(21).
             10 HIMP-CHG-ACTION     PIC X(1).
             10 HIMP-CHG-CAL        PIC X(4).
             10 HIMP-CHG-DATE       PIC X(8).
             10 HIMP-CHG-TYPE       PIC X(1).
             10 HIMP-CHG-DESC       PIC X(32).
             10 HIMP-CHG-USERID     PIC X(8).
       01 HIMP-CHG-IDX              PIC 9(3) VALUE 0.
       01 HIMP-HIT-IDX              PIC 9(3) VALUE 0.
       01 HIMP-ACTION-TEXT          PIC X(7) VALUE SPACES.

      *  Control-statement parsing
       01 HIMP-TOKEN1               PIC X(16) VALUE SPACES.
       01 HIMP-TOKEN2               PIC X(16) VALUE SPACES.
       01 HIMP-TOKEN3               PIC X(16) VALUE SPACES.

      *  The EC01 request as the caller sent it, and the reply as
      *  EC01 answered it - both in the EC01CA commarea layout
           COPY EC01CA REPLACING ==DFHCOMMAREA== BY
                                 ==HIMP-REQUEST-IMAGE==.
           COPY EC01CA REPLACING ==DFHCOMMAREA== BY
                                 ==HIMP-REPLY-IMAGE==
                                 LEADING ==LK== BY ==RPY==.

      *  The call being re-evaluated
       01 HIMP-CALL-FUNCTION        PIC X(8) VALUE SPACES.
       01 HIMP-CALL-DAYS-X          PIC X(3) VALUE SPACES.
       01 HIMP-CALL-DAYS-N REDEFINES HIMP-CALL-DAYS-X PIC 9(3).
       01 HIMP-CALL-BASE            PIC X(8) VALUE SPACES.
       01 HIMP-CALL-BASE-N REDEFINES HIMP-CALL-BASE PIC 9(8).
       01 HIMP-CALL-END             PIC X(8) VALUE SPACES.
       01 HIMP-CALL-END-N REDEFINES HIMP-CALL-END PIC 9(8).
       01 HIMP-CALL-CAL             PIC X(4) VALUE SPACES.
       01 HIMP-ORIG-DATE            PIC X(8) VALUE SPACES.
       01 HIMP-ORIG-DAYS            PIC 9(5) VALUE 0.
       01 HIMP-SPAN-LOW             PIC X(8) VALUE SPACES.
       01 HIMP-SPAN-LOW-N REDEFINES HIMP-SPAN-LOW PIC 9(8).
       01 HIMP-SPAN-HIGH            PIC X(8) VALUE SPACES.
       01 HIMP-SPAN-HIGH-N REDEFINES HIMP-SPAN-HIGH PIC 9(8).
       01 HIMP-EXTENSION-FLAG       PIC X VALUE 'N'.
          88 CALL-HAS-EXTENSION     VALUE 'Y'.
       01 HIMP-V3-LENGTH            PIC S9(8) COMP-4 VALUE 0.

      *  The call's calendars - its own first, then any joint ones
       01 HIMP-CAL-LIST-COUNT       PIC S9(4) COMP-4 VALUE 1.
       01 HIMP-CAL-LIST             PIC X(4) OCCURS 5 TIMES.
       01 HIMP-CAL-IX               PIC S9(4) COMP-4 VALUE 0.
       01 HIMP-JOINT-IX             PIC S9(4) COMP-4 VALUE 0.
       01 HIMP-CAL-MATCH-FLAG       PIC X VALUE 'N'.
          88 CHANGE-ON-CALL-CALENDAR VALUE 'Y'.
       01 HIMP-HOLIDAY-FLAG         PIC X VALUE 'N'.
          88 HOLIDAY-ON-A-CALENDAR  VALUE 'Y'.
       01 HIMP-CROSS-FLAG           PIC X VALUE 'N'.
          88 SPAN-CROSSES-CHANGE    VALUE 'Y'.

      *  Business-day walk - the same rules as EC01: Saturdays,
      *  Sundays and any date on the calendar are not business days
       01 HIMP-DEFAULT-CALENDAR     PIC X(4) VALUE 'DFLT'.
       01 HIMP-REQ-COUNT            PIC 9(3) VALUE 0.
       01 HIMP-DAYS-DONE            PIC 9(5) VALUE 0.
       01 HIMP-CAL-DAYS-TRIED       PIC 9(4) VALUE 0.
       01 HIMP-DAY-STEP             PIC S9(4) COMP-4 VALUE 1.
       01 HIMP-DATE-INT             PIC S9(9) COMP-4 VALUE 0.
       01 HIMP-TARGET-INT           PIC S9(9) COMP-4 VALUE 0.
       01 HIMP-DAY-OF-WEEK          PIC S9(9) COMP-4 VALUE 0.
       01 HIMP-CAND-DATE-X          PIC X(8) VALUE SPACES.
       01 HIMP-CAND-DATE-N REDEFINES HIMP-CAND-DATE-X PIC 9(8).
       01 HIMP-CAL-ERROR-FLAG       PIC X VALUE 'N'.
          88 CALENDAR-ERROR         VALUE 'Y'.
       01 HIMP-NEW-RESULT           PIC X(10) VALUE SPACES.
       01 HIMP-OLD-RESULT           PIC X(10) VALUE SPACES.
       01 HIMP-DAYS-EDIT            PIC 9(5) VALUE 0.

      *  Control-break state for the per-client listing
       01 HIMP-CUR-CLIENT           PIC X(8) VALUE SPACES.
       01 HIMP-CLIENT-STARTED-FLAG  PIC X VALUE 'N'.
          88 CLIENT-GROUP-OPEN      VALUE 'Y'.
       01 HIMP-CLIENT-MOVED         PIC 9(7) VALUE 0.
       01 HIMP-CLIENT-NAME          PIC X(30) VALUE SPACES.
       01 HIMP-CLIENT-SHOWN         PIC X(8) VALUE SPACES.

      *  Run totals
       01 HIMP-READ-COUNT           PIC 9(7) VALUE 0.
       01 HIMP-WINDOW-COUNT         PIC 9(7) VALUE 0.
       01 HIMP-NO-IMAGE-COUNT       PIC 9(7) VALUE 0.
       01 HIMP-ADJUST-COUNT         PIC 9(7) VALUE 0.
       01 HIMP-MASKED-COUNT         PIC 9(7) VALUE 0.
       01 HIMP-CROSS-COUNT          PIC 9(7) VALUE 0.
       01 HIMP-MOVED-COUNT          PIC 9(7) VALUE 0.
       01 HIMP-ECAL-COUNT           PIC 9(7) VALUE 0.
       01 HIMP-CLIENT-COUNT         PIC 9(5) VALUE 0.

       01 HIMP-COUNT-DISP           PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      *  -----------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *  -----------------------------------------------------------
           PERFORM INITIALIZE-IMPACT.

           IF HIMP-CHANGE-COUNT > 0 AND RETURN-CODE < 16
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SORT-CLIENT SORT-AUDIT-KEY
                   INPUT PROCEDURE IS ASSESS-AUDIT-HISTORY
                   OUTPUT PROCEDURE IS PRINT-IMPACT-LIST
           END-IF.

           PERFORM TERMINATE-IMPACT.
           GOBACK.

      *  -----------------------------------------------------------
      *  Open the files, pick up the look-back period and load the
      *  calendar changes to assess
      *  -----------------------------------------------------------
       INITIALIZE-IMPACT SECTION.

           ACCEPT HIMP-RUN-DATE FROM DATE YYYYMMDD.
           MOVE FUNCTION INTEGER-OF-DATE(HIMP-RUN-DATE-N)
                   TO HIMP-RUN-DATE-INT.

           OPEN OUTPUT REPORT-OUTPUT-FILE.
           IF HIMP-RPTOUT-STATUS NOT = '00'
               DISPLAY 'EDUHIMP: UNABLE TO OPEN IMPRPT, STATUS='
                       HIMP-RPTOUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT HOLIDAY-FILE.
           IF HIMP-HOLFILE-STATUS NOT = '00'
               DISPLAY 'EDUHIMP: UNABLE TO OPEN HOLFILE, STATUS='
                       HIMP-HOLFILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *  The client descriptions only decorate the report - without
      *  CLIFILE the ids are still listed
           OPEN INPUT CLIENT-FILE.
           IF HIMP-CLIFILE-STATUS = '00'
               MOVE 'Y' TO HIMP-CLIFILE-OPEN-FLAG
           ELSE
               DISPLAY 'EDUHIMP: CLIFILE NOT AVAILABLE, STATUS='
                       HIMP-CLIFILE-STATUS
                       ' - CLIENT DESCRIPTIONS OMITTED'
           END-IF.

           PERFORM GET-OPERATING-PARMS.
           PERFORM READ-CONTROL-STATEMENTS.
           IF NOT MANUAL-CHANGES-GIVEN AND RETURN-CODE < 16
               PERFORM LOAD-PENDING-CHANGES
           END-IF.

           PERFORM WRITE-REPORT-HEADING.
           GO TO INITIALIZE-IMPACT-EXIT.

      *  -----------------------------------------------------------
      *  Pick up the look-back period, keeping the compiled-in
      *  default when the file or the record is absent
      *  -----------------------------------------------------------
       GET-OPERATING-PARMS.
           OPEN INPUT PARM-FILE.
           IF HIMP-PARM-STATUS = '00'
               MOVE 'EDUHIMP' TO PARM-PROGRAM
               MOVE 'LOOKBACK' TO PARM-NAME
               READ PARM-FILE
               IF HIMP-PARM-STATUS = '00' AND PARM-NUMBER NUMERIC
                   IF PARM-NUMBER > 0 AND PARM-NUMBER < 1500
                       MOVE PARM-NUMBER TO HIMP-LOOKBACK-DAYS
                   END-IF
               END-IF
               CLOSE PARM-FILE
           END-IF.

           MOVE FUNCTION DATE-OF-INTEGER
                   (HIMP-RUN-DATE-INT - HIMP-LOOKBACK-DAYS)
                   TO HIMP-CUTOFF-DATE-N.

      *  -----------------------------------------------------------
      *  Hand-given changes from HIMPCTL. An absent or empty file is
      *  the nightly run and leaves the table to LOAD-PENDING-CHANGES.
      *  -----------------------------------------------------------
       READ-CONTROL-STATEMENTS.
           OPEN INPUT CONTROL-INPUT-FILE.
           IF HIMP-CTL-STATUS NOT = '00'
               MOVE 'Y' TO HIMP-CTL-EOF-FLAG
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
               AT END MOVE 'Y' TO HIMP-CTL-EOF-FLAG
           END-READ.
           IF NOT END-OF-CONTROL-FILE AND HIMP-CTL-STATUS NOT = '00'
               DISPLAY 'EDUHIMP: HIMPCTL READ ERROR, STATUS='
                       HIMP-CTL-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO HIMP-CTL-EOF-FLAG
           END-IF.

      *  -----------------------------------------------------------
       APPLY-ONE-CONTROL-LINE.
           IF CONTROL-LINE = SPACES OR CONTROL-LINE(1:1) = '*'
               GO TO APPLY-CONTROL-NEXT
           END-IF.

           MOVE SPACES TO HIMP-TOKEN1 HIMP-TOKEN2 HIMP-TOKEN3.
           UNSTRING CONTROL-LINE DELIMITED BY ALL SPACES
               INTO HIMP-TOKEN1 HIMP-TOKEN2 HIMP-TOKEN3
           END-UNSTRING.

           IF (HIMP-TOKEN1 NOT = 'A' AND HIMP-TOKEN1 NOT = 'D') OR
              HIMP-TOKEN2 = SPACES OR HIMP-TOKEN2(5:12) NOT = SPACES OR
              HIMP-TOKEN3(1:8) NOT NUMERIC OR
              HIMP-TOKEN3(9:8) NOT = SPACES
               DISPLAY 'EDUHIMP: UNUSABLE CONTROL STATEMENT: '
                       CONTROL-LINE(1:60)
               MOVE 16 TO RETURN-CODE
               GO TO APPLY-CONTROL-NEXT
           END-IF.

           MOVE 'Y' TO HIMP-MANUAL-FLAG.
           IF HIMP-CHANGE-COUNT >= HIMP-CHANGE-MAX
               MOVE 'Y' TO HIMP-OVERFLOW-FLAG
               GO TO APPLY-CONTROL-NEXT
           END-IF.
           ADD 1 TO HIMP-CHANGE-COUNT.
           MOVE SPACES TO HIMP-CHANGE-ENTRY(HIMP-CHANGE-COUNT).
           MOVE HIMP-TOKEN1(1:1) TO HIMP-CHG-ACTION(HIMP-CHANGE-COUNT).
           MOVE HIMP-TOKEN2(1:4) TO HIMP-CHG-CAL(HIMP-CHANGE-COUNT).
           MOVE HIMP-TOKEN3(1:8) TO HIMP-CHG-DATE(HIMP-CHANGE-COUNT).
           MOVE 'GIVEN ON HIMPCTL'
                   TO HIMP-CHG-DESC(HIMP-CHANGE-COUNT).

       APPLY-CONTROL-NEXT.
           PERFORM READ-NEXT-CONTROL-LINE.

       APPLY-CONTROL-EXIT.
           EXIT.

      *  -----------------------------------------------------------
      *  The nightly run: every HOLCHG record the impact report has
      *  not yet covered, in the order the changes were made
      *  -----------------------------------------------------------
       LOAD-PENDING-CHANGES.
           OPEN I-O CHANGE-FILE.
           IF HIMP-HOLCHG-STATUS NOT = '00'
               DISPLAY 'EDUHIMP: UNABLE TO OPEN HOLCHG, STATUS='
                       HIMP-HOLCHG-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE LOW-VALUES TO HCHG-KEY.
           START CHANGE-FILE KEY IS NOT LESS THAN HCHG-KEY.
           IF HIMP-HOLCHG-STATUS NOT = '00'
               MOVE 'Y' TO HIMP-CHG-EOF-FLAG
           ELSE
               PERFORM READ-NEXT-CHANGE-RECORD
           END-IF.
           PERFORM TAKE-ONE-CHANGE-RECORD UNTIL END-OF-CHANGE-FILE.

      *  -----------------------------------------------------------
       READ-NEXT-CHANGE-RECORD.
           READ CHANGE-FILE NEXT RECORD
               AT END MOVE 'Y' TO HIMP-CHG-EOF-FLAG
           END-READ.
           IF NOT END-OF-CHANGE-FILE AND HIMP-HOLCHG-STATUS NOT = '00'
               DISPLAY 'EDUHIMP: HOLCHG READ ERROR, STATUS='
                       HIMP-HOLCHG-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO HIMP-CHG-EOF-FLAG
           END-IF.

      *  -----------------------------------------------------------
       TAKE-ONE-CHANGE-RECORD.
           IF HCHG-REPORTED-DATE = SPACES
               IF HIMP-CHANGE-COUNT >= HIMP-CHANGE-MAX
                   MOVE 'Y' TO HIMP-OVERFLOW-FLAG
               ELSE
                   ADD 1 TO HIMP-CHANGE-COUNT
                   MOVE HCHG-KEY
                           TO HIMP-CHG-KEY(HIMP-CHANGE-COUNT)
                   MOVE HCHG-ACTION
                           TO HIMP-CHG-ACTION(HIMP-CHANGE-COUNT)
                   MOVE HCHG-CAL-ID
                           TO HIMP-CHG-CAL(HIMP-CHANGE-COUNT)
                   MOVE HCHG-HOL-DATE
                           TO HIMP-CHG-DATE(HIMP-CHANGE-COUNT)
                   MOVE HCHG-HOL-TYPE
                           TO HIMP-CHG-TYPE(HIMP-CHANGE-COUNT)
                   MOVE HCHG-DESCRIPTION
                           TO HIMP-CHG-DESC(HIMP-CHANGE-COUNT)
                   MOVE HCHG-USERID
                           TO HIMP-CHG-USERID(HIMP-CHANGE-COUNT)
               END-IF
           END-IF.
           PERFORM READ-NEXT-CHANGE-RECORD.

      *  -----------------------------------------------------------
       WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE.
           STRING 'EC01 LATE-HOLIDAY IMPACT REPORT - RUN DATE '
                  DELIMITED BY SIZE
                  HIMP-RUN-DATE DELIMITED BY SIZE
                  ', ANSWERS GIVEN SINCE ' DELIMITED BY SIZE
                  HIMP-CUTOFF-DATE DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           IF MANUAL-CHANGES-GIVEN
               MOVE 'CALENDAR CHANGES ASSESSED (FROM HIMPCTL):'
                       TO REPORT-LINE
           ELSE
               MOVE 'CALENDAR CHANGES ASSESSED (FROM HOLCHG):'
                       TO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.

           PERFORM WRITE-CHANGE-LINE
               VARYING HIMP-CHG-IDX FROM 1 BY 1
               UNTIL HIMP-CHG-IDX > HIMP-CHANGE-COUNT.

           IF HIMP-CHANGE-COUNT = 0
               MOVE SPACES TO REPORT-LINE
               STRING '  NONE - NO CALENDAR CHANGE SINCE THE LAST RUN'
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

      *  -----------------------------------------------------------
       WRITE-CHANGE-LINE.
           IF HIMP-CHG-ACTION(HIMP-CHG-IDX) = 'A'
               MOVE 'ADDED' TO HIMP-ACTION-TEXT
           ELSE
               MOVE 'DELETED' TO HIMP-ACTION-TEXT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING '  '                          DELIMITED BY SIZE
                  HIMP-ACTION-TEXT              DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  HIMP-CHG-CAL(HIMP-CHG-IDX)    DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  HIMP-CHG-DATE(HIMP-CHG-IDX)   DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  HIMP-CHG-TYPE(HIMP-CHG-IDX)   DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  HIMP-CHG-DESC(HIMP-CHG-IDX)   DELIMITED BY SIZE
                  '  '                          DELIMITED BY SIZE
                  HIMP-CHG-KEY(HIMP-CHG-IDX)(1:14)
                                                DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  HIMP-CHG-USERID(HIMP-CHG-IDX) DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       INITIALIZE-IMPACT-EXIT.
           EXIT.

      *  -----------------------------------------------------------
      *  Read the audit trail; every EC01 answer in the window whose
      *  span crosses a changed date is worked out again, and the
      *  ones that come out different go to the sort by client
      *  -----------------------------------------------------------
       ASSESS-AUDIT-HISTORY SECTION.

           OPEN INPUT AUDIT-HISTORY-FILE.
           IF HIMP-AUDHIST-STATUS NOT = '00'
               DISPLAY 'EDUHIMP: UNABLE TO OPEN AUDHIST, STATUS='
                       HIMP-AUDHIST-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO HIMP-EOF-FLAG
           ELSE
               PERFORM READ-NEXT-HISTORY-RECORD
           END-IF.

           PERFORM ASSESS-ONE-RECORD
               THRU ASSESS-ONE-NEXT
               UNTIL END-OF-HISTORY-FILE.

           CLOSE AUDIT-HISTORY-FILE.
           GO TO ASSESS-AUDIT-HISTORY-EXIT.

      *  -----------------------------------------------------------
       READ-NEXT-HISTORY-RECORD.
           READ AUDIT-HISTORY-FILE
               AT END MOVE 'Y' TO HIMP-EOF-FLAG
           END-READ.
           IF NOT END-OF-HISTORY-FILE AND HIMP-AUDHIST-STATUS NOT ='00'
               DISPLAY 'EDUHIMP: AUDHIST READ ERROR, STATUS='
                       HIMP-AUDHIST-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO HIMP-EOF-FLAG
           END-IF.

      *  -----------------------------------------------------------
       ASSESS-ONE-RECORD.
           ADD 1 TO HIMP-READ-COUNT.
           IF AUDIT-PROGRAM NOT = 'EC01' OR
              AUDIT-STATUS-CODE NOT = 'OK  ' OR
              AUDIT-KEY-DATE < HIMP-CUTOFF-DATE
               GO TO ASSESS-ONE-NEXT
           END-IF.

           IF NOT AUDIT-PAYLOAD-CLEAR
               ADD 1 TO HIMP-WINDOW-COUNT
               ADD 1 TO HIMP-MASKED-COUNT
               GO TO ASSESS-ONE-NEXT
           END-IF.

           MOVE AUDIT-INPUT-DATA TO HIMP-REQUEST-IMAGE.
           MOVE AUDIT-OUTPUT-DATA TO HIMP-REPLY-IMAGE.
           IF RPY-RESULT-STATUS NOT = 'OK  '
               GO TO ASSESS-ONE-NEXT
           END-IF.
           IF AUDIT-INPUT-DATA = 'LINK COMMAREA'
               ADD 1 TO HIMP-WINDOW-COUNT
               ADD 1 TO HIMP-NO-IMAGE-COUNT
               GO TO ASSESS-ONE-NEXT
           END-IF.
           IF LK-FUNCTION = 'ADJUST'
               ADD 1 TO HIMP-ADJUST-COUNT
               GO TO ASSESS-ONE-NEXT
           END-IF.
           IF LK-FUNCTION NOT = 'NEXTBUS' AND
              LK-FUNCTION NOT = 'PLUSBUS' AND
              LK-FUNCTION NOT = 'PREVBUS' AND
              LK-FUNCTION NOT = 'MINUSBUS' AND
              LK-FUNCTION NOT = 'DIFFBUS'
               GO TO ASSESS-ONE-NEXT
           END-IF.
           ADD 1 TO HIMP-WINDOW-COUNT.

           PERFORM DECODE-CALL.
           PERFORM TEST-SPAN-CROSSES-CHANGE THRU TEST-SPAN-DONE.
           IF NOT SPAN-CROSSES-CHANGE
               GO TO ASSESS-ONE-NEXT
           END-IF.
           ADD 1 TO HIMP-CROSS-COUNT.

           PERFORM RE-EVALUATE-CALL.
           IF HIMP-NEW-RESULT = HIMP-OLD-RESULT
               GO TO ASSESS-ONE-NEXT
           END-IF.

           IF CALENDAR-ERROR
               ADD 1 TO HIMP-ECAL-COUNT
           ELSE
               ADD 1 TO HIMP-MOVED-COUNT
           END-IF.
           MOVE AUDIT-CLIENT-ID TO SORT-CLIENT.
           MOVE AUDIT-KEY TO SORT-AUDIT-KEY.
           MOVE HIMP-CALL-FUNCTION TO SORT-FUNCTION.
           MOVE HIMP-CALL-DAYS-X TO SORT-DAYS.
           MOVE HIMP-CALL-BASE TO SORT-BASE-DATE.
           MOVE HIMP-CALL-END TO SORT-END-DATE.
           MOVE HIMP-CALL-CAL TO SORT-CALENDAR.
           MOVE HIMP-CHG-ACTION(HIMP-HIT-IDX) TO SORT-CHG-ACTION.
           MOVE HIMP-CHG-DATE(HIMP-HIT-IDX) TO SORT-CHG-DATE.
           MOVE HIMP-OLD-RESULT TO SORT-ORIGINAL.
           MOVE HIMP-NEW-RESULT TO SORT-CORRECTED.
           RELEASE SORT-RECORD.

       ASSESS-ONE-NEXT.
           PERFORM READ-NEXT-HISTORY-RECORD.

      *  -----------------------------------------------------------
      *  Lift the request and the original answer out of the two
      *  commarea images. Only the version '03' length and longer
      *  carry the base date, end date and calendar; without them
      *  the call counted from its own date on the DFLT calendar.
      *  -----------------------------------------------------------
       DECODE-CALL.
           COMPUTE HIMP-V3-LENGTH =
               LENGTH OF HIMP-REQUEST-IMAGE -
               LENGTH OF LK-BUSDATE-ADJUST
           END-COMPUTE.
           MOVE 'N' TO HIMP-EXTENSION-FLAG.
           IF AUDIT-INPUT-LENGTH NUMERIC AND
              AUDIT-INPUT-LENGTH >= HIMP-V3-LENGTH
               MOVE 'Y' TO HIMP-EXTENSION-FLAG
           END-IF.

           MOVE LK-FUNCTION TO HIMP-CALL-FUNCTION.
           MOVE LK-DAYS-N TO HIMP-CALL-DAYS-X.
           MOVE AUDIT-KEY-DATE TO HIMP-CALL-BASE.
           MOVE SPACES TO HIMP-CALL-END.
           MOVE SPACES TO HIMP-CALL-CAL.
           IF CALL-HAS-EXTENSION
               IF LK-BASE-DATE NOT = SPACES
                   MOVE LK-BASE-DATE TO HIMP-CALL-BASE
               END-IF
               MOVE LK-END-DATE TO HIMP-CALL-END
               MOVE LK-CALENDAR-ID TO HIMP-CALL-CAL
           END-IF.
           IF HIMP-CALL-CAL = SPACES
               MOVE HIMP-DEFAULT-CALENDAR TO HIMP-CALL-CAL
           END-IF.
           MOVE 1 TO HIMP-CAL-LIST-COUNT.
           MOVE HIMP-CALL-CAL TO HIMP-CAL-LIST(1).
           PERFORM ADD-JOINT-CALENDAR
               VARYING HIMP-JOINT-IX FROM 1 BY 1
               UNTIL HIMP-JOINT-IX > 4.

      *  The original answer, DD/MM/YYYY turned back into YYYYMMDD -
      *  or the day count for DIFFBUS
           MOVE SPACES TO HIMP-OLD-RESULT.
           MOVE SPACES TO HIMP-ORIG-DATE.
           MOVE 0 TO HIMP-ORIG-DAYS.
           IF HIMP-CALL-FUNCTION = 'DIFFBUS'
               IF CALL-HAS-EXTENSION AND RPY-RESULT-DAYS NUMERIC
                   MOVE RPY-RESULT-DAYS TO HIMP-ORIG-DAYS
               END-IF
               MOVE HIMP-ORIG-DAYS TO HIMP-DAYS-EDIT
               MOVE HIMP-DAYS-EDIT TO HIMP-OLD-RESULT
           ELSE
               STRING RPY-RESULT-DATE(7:4) DELIMITED BY SIZE
                      RPY-RESULT-DATE(4:2) DELIMITED BY SIZE
                      RPY-RESULT-DATE(1:2) DELIMITED BY SIZE
                      INTO HIMP-ORIG-DATE
               END-STRING
               MOVE HIMP-ORIG-DATE TO HIMP-OLD-RESULT
           END-IF.

      *  -----------------------------------------------------------
       ADD-JOINT-CALENDAR.
           IF AUDIT-EC01-JOINT-CAL(HIMP-JOINT-IX) NOT = SPACES
               ADD 1 TO HIMP-CAL-LIST-COUNT
               MOVE AUDIT-EC01-JOINT-CAL(HIMP-JOINT-IX)
                       TO HIMP-CAL-LIST(HIMP-CAL-LIST-COUNT)
           END-IF.

      *  -----------------------------------------------------------
      *  The span an answer depended on: after the base date up to
      *  and including the answer (or the end date for DIFFBUS),
      *  mirrored for the backward functions. A changed date on the
      *  call's own calendar inside that span can move the answer;
      *  one outside it cannot.
      *  -----------------------------------------------------------
       TEST-SPAN-CROSSES-CHANGE.
           MOVE 'N' TO HIMP-CROSS-FLAG.
           MOVE 0 TO HIMP-HIT-IDX.

           EVALUATE HIMP-CALL-FUNCTION
               WHEN 'DIFFBUS'
                   IF HIMP-CALL-END NOT NUMERIC
                       GO TO TEST-SPAN-DONE
                   END-IF
                   IF HIMP-CALL-END < HIMP-CALL-BASE
                       MOVE HIMP-CALL-END TO HIMP-SPAN-LOW
                       MOVE HIMP-CALL-BASE TO HIMP-SPAN-HIGH
                   ELSE
                       MOVE HIMP-CALL-BASE TO HIMP-SPAN-LOW
                       MOVE HIMP-CALL-END TO HIMP-SPAN-HIGH
                   END-IF
               WHEN 'PREVBUS'
               WHEN 'MINUSBUS'
                   MOVE HIMP-ORIG-DATE TO HIMP-SPAN-LOW
                   MOVE HIMP-CALL-BASE TO HIMP-SPAN-HIGH
               WHEN OTHER
                   MOVE HIMP-CALL-BASE TO HIMP-SPAN-LOW
                   MOVE HIMP-ORIG-DATE TO HIMP-SPAN-HIGH
           END-EVALUATE.
           IF HIMP-SPAN-LOW NOT NUMERIC OR HIMP-SPAN-HIGH NOT NUMERIC
               GO TO TEST-SPAN-DONE
           END-IF.

           PERFORM TEST-ONE-CHANGE
               VARYING HIMP-CHG-IDX FROM 1 BY 1
               UNTIL HIMP-CHG-IDX > HIMP-CHANGE-COUNT OR
                     SPAN-CROSSES-CHANGE.

       TEST-SPAN-DONE.
           EXIT.

      *  -----------------------------------------------------------
      *  The backward functions' span includes the answer and stops
      *  short of the base date, the forward ones the other way round
       TEST-ONE-CHANGE.
           MOVE 'N' TO HIMP-CAL-MATCH-FLAG.
           PERFORM MATCH-CHANGE-CALENDAR
               VARYING HIMP-CAL-IX FROM 1 BY 1
               UNTIL HIMP-CAL-IX > HIMP-CAL-LIST-COUNT OR
                     CHANGE-ON-CALL-CALENDAR.
           IF CHANGE-ON-CALL-CALENDAR
               IF HIMP-CALL-FUNCTION = 'PREVBUS' OR
                  HIMP-CALL-FUNCTION = 'MINUSBUS'
                   IF HIMP-CHG-DATE(HIMP-CHG-IDX) >= HIMP-SPAN-LOW AND
                      HIMP-CHG-DATE(HIMP-CHG-IDX) < HIMP-SPAN-HIGH
                       MOVE 'Y' TO HIMP-CROSS-FLAG
                       MOVE HIMP-CHG-IDX TO HIMP-HIT-IDX
                   END-IF
               ELSE
                   IF HIMP-CHG-DATE(HIMP-CHG-IDX) > HIMP-SPAN-LOW AND
                      HIMP-CHG-DATE(HIMP-CHG-IDX) <= HIMP-SPAN-HIGH
                       MOVE 'Y' TO HIMP-CROSS-FLAG
                       MOVE HIMP-CHG-IDX TO HIMP-HIT-IDX
                   END-IF
               END-IF
           END-IF.

      *  -----------------------------------------------------------
       MATCH-CHANGE-CALENDAR.
           IF HIMP-CHG-CAL(HIMP-CHG-IDX) = HIMP-CAL-LIST(HIMP-CAL-IX)
               MOVE 'Y' TO HIMP-CAL-MATCH-FLAG
           END-IF.

      *  -----------------------------------------------------------
      *  Work the call out again against today's HOLFILE, exactly
      *  as EC01 would answer it now
      *  -----------------------------------------------------------
       RE-EVALUATE-CALL.
           MOVE SPACES TO HIMP-NEW-RESULT.
           MOVE 'N' TO HIMP-CAL-ERROR-FLAG.
           MOVE 0 TO HIMP-DAYS-DONE.
           MOVE 0 TO HIMP-CAL-DAYS-TRIED.
           MOVE 1 TO HIMP-DAY-STEP.

           IF HIMP-CALL-FUNCTION = 'DIFFBUS'
               MOVE FUNCTION INTEGER-OF-DATE(HIMP-SPAN-LOW-N)
                       TO HIMP-DATE-INT
               MOVE FUNCTION INTEGER-OF-DATE(HIMP-SPAN-HIGH-N)
                       TO HIMP-TARGET-INT
               PERFORM STEP-ONE-CALENDAR-DAY
                   THRU STEP-ONE-DAY-EXIT
                   UNTIL HIMP-DATE-INT >= HIMP-TARGET-INT
                      OR CALENDAR-ERROR
               MOVE HIMP-DAYS-DONE TO HIMP-DAYS-EDIT
               MOVE HIMP-DAYS-EDIT TO HIMP-NEW-RESULT
           ELSE
               MOVE 1 TO HIMP-REQ-COUNT
               IF HIMP-CALL-FUNCTION = 'PLUSBUS' OR
                  HIMP-CALL-FUNCTION = 'MINUSBUS'
                   MOVE HIMP-CALL-DAYS-N TO HIMP-REQ-COUNT
               END-IF
               IF HIMP-CALL-FUNCTION = 'PREVBUS' OR
                  HIMP-CALL-FUNCTION = 'MINUSBUS'
                   MOVE -1 TO HIMP-DAY-STEP
               END-IF
               MOVE FUNCTION INTEGER-OF-DATE(HIMP-CALL-BASE-N)
                       TO HIMP-DATE-INT
               PERFORM STEP-ONE-CALENDAR-DAY
                   THRU STEP-ONE-DAY-EXIT
                   UNTIL HIMP-DAYS-DONE >= HIMP-REQ-COUNT
                      OR CALENDAR-ERROR
               MOVE HIMP-CAND-DATE-X TO HIMP-NEW-RESULT
           END-IF.

           IF CALENDAR-ERROR
               MOVE 'ECAL' TO HIMP-NEW-RESULT
           END-IF.

      *  -----------------------------------------------------------
      *  One calendar day in the HIMP-DAY-STEP direction. The same
      *  1500-day guard as EC01 stops a walk over damaged calendar
      *  data; a HOLFILE read that is neither found nor not-found
      *  means the calendar cannot be trusted for this answer.
      *  -----------------------------------------------------------
       STEP-ONE-CALENDAR-DAY.
           ADD 1 TO HIMP-CAL-DAYS-TRIED.
           IF HIMP-CAL-DAYS-TRIED > 1500
               MOVE 'Y' TO HIMP-CAL-ERROR-FLAG
               GO TO STEP-ONE-DAY-EXIT
           END-IF.

           ADD HIMP-DAY-STEP TO HIMP-DATE-INT.
           MOVE FUNCTION DATE-OF-INTEGER(HIMP-DATE-INT)
                   TO HIMP-CAND-DATE-N.

      *  Day 1 of the integer date scale is Monday 1 January 1601,
      *  so MOD 7 gives 6 for Saturday and 0 for Sunday
           MOVE FUNCTION MOD(HIMP-DATE-INT 7) TO HIMP-DAY-OF-WEEK.
           IF HIMP-DAY-OF-WEEK = 6 OR HIMP-DAY-OF-WEEK = 0
               GO TO STEP-ONE-DAY-EXIT
           END-IF.

      *  A business day only when no calendar of the call holds it
           MOVE 'N' TO HIMP-HOLIDAY-FLAG.
           PERFORM READ-ONE-CALENDAR
               VARYING HIMP-CAL-IX FROM 1 BY 1
               UNTIL HIMP-CAL-IX > HIMP-CAL-LIST-COUNT OR
                     HOLIDAY-ON-A-CALENDAR OR CALENDAR-ERROR.
           IF NOT HOLIDAY-ON-A-CALENDAR AND NOT CALENDAR-ERROR
               ADD 1 TO HIMP-DAYS-DONE
           END-IF.

       STEP-ONE-DAY-EXIT.
           EXIT.

      *  -----------------------------------------------------------
       READ-ONE-CALENDAR.
           MOVE HIMP-CAL-LIST(HIMP-CAL-IX) TO HOL-CAL-ID.
           MOVE HIMP-CAND-DATE-X TO HOL-DATE.
           READ HOLIDAY-FILE.
           EVALUATE HIMP-HOLFILE-STATUS
               WHEN '23'
                   CONTINUE
               WHEN '00'
                   MOVE 'Y' TO HIMP-HOLIDAY-FLAG
               WHEN OTHER
                   MOVE 'Y' TO HIMP-CAL-ERROR-FLAG
           END-EVALUATE.

       ASSESS-AUDIT-HISTORY-EXIT.
           EXIT.

      *  -----------------------------------------------------------
      *  List the moved answers client by client
      *  -----------------------------------------------------------
       PRINT-IMPACT-LIST SECTION.

           MOVE SPACES TO HIMP-CUR-CLIENT.
           MOVE 'N' TO HIMP-CLIENT-STARTED-FLAG.
           PERFORM RETURN-NEXT-SORTED.
           PERFORM PRINT-ONE-SORTED UNTIL END-OF-SORTED-INPUT.
           PERFORM CLOSE-CLIENT-GROUP.
           GO TO PRINT-IMPACT-LIST-EXIT.

      *  -----------------------------------------------------------
       RETURN-NEXT-SORTED.
           RETURN SORT-WORK-FILE
               AT END MOVE 'Y' TO HIMP-RETURN-DONE-FLAG
           END-RETURN.

      *  -----------------------------------------------------------
       PRINT-ONE-SORTED.
           IF NOT CLIENT-GROUP-OPEN OR SORT-CLIENT NOT = HIMP-CUR-CLIENT
               PERFORM CLOSE-CLIENT-GROUP
               PERFORM OPEN-CLIENT-GROUP
           END-IF.

           ADD 1 TO HIMP-CLIENT-MOVED.
           IF SORT-CHG-ACTION = 'A'
               MOVE 'ADDED' TO HIMP-ACTION-TEXT
           ELSE
               MOVE 'DELETED' TO HIMP-ACTION-TEXT
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           STRING '  '             DELIMITED BY SIZE
                  SORT-CALL-DATE   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  SORT-CALL-TIME   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  SORT-CALL-TRAN   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  SORT-CALL-TASKN  DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  SORT-FUNCTION    DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  SORT-DAYS        DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  SORT-BASE-DATE   DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  SORT-END-DATE    DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  SORT-CALENDAR    DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  HIMP-ACTION-TEXT DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  SORT-CHG-DATE    DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  SORT-ORIGINAL    DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  SORT-CORRECTED   DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           PERFORM RETURN-NEXT-SORTED.

      *  -----------------------------------------------------------
      *  A new client: its heading, with the CLIFILE description - a
      *  blank id is a direct LINK caller that named no client, an id
      *  CLIFILE does not know is shown as unregistered
      *  -----------------------------------------------------------
       OPEN-CLIENT-GROUP.
           MOVE SORT-CLIENT TO HIMP-CUR-CLIENT.
           MOVE 'Y' TO HIMP-CLIENT-STARTED-FLAG.
           MOVE 0 TO HIMP-CLIENT-MOVED.
           ADD 1 TO HIMP-CLIENT-COUNT.

           MOVE SPACES TO HIMP-CLIENT-NAME.
           MOVE SORT-CLIENT TO HIMP-CLIENT-SHOWN.
           IF SORT-CLIENT = SPACES
               MOVE '(NONE)' TO HIMP-CLIENT-SHOWN
               MOVE 'NO CLIENT ID ON THE CALL' TO HIMP-CLIENT-NAME
           ELSE
               IF CLIFILE-IS-OPEN
                   MOVE SORT-CLIENT TO CLI-CLIENT-ID
                   READ CLIENT-FILE
                   IF HIMP-CLIFILE-STATUS = '00'
                       MOVE CLI-DESCRIPTION TO HIMP-CLIENT-NAME
                   ELSE
                       MOVE 'NOT REGISTERED ON CLIFILE'
                               TO HIMP-CLIENT-NAME
                   END-IF
               END-IF
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CLIENT '         DELIMITED BY SIZE
                  HIMP-CLIENT-SHOWN DELIMITED BY SIZE
                  '  '              DELIMITED BY SIZE
                  HIMP-CLIENT-NAME  DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '  CALL-DATE TIME  TRAN TASKN   FUNCTION DAYS '
                  'BASE     END      CAL  CHANGE          '
                  'ORIGINAL   CORRECTED'
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

      *  -----------------------------------------------------------
       CLOSE-CLIENT-GROUP.
           IF CLIENT-GROUP-OPEN
               MOVE HIMP-CLIENT-MOVED TO HIMP-COUNT-DISP
               MOVE SPACES TO REPORT-LINE
               STRING 'CLIENT '         DELIMITED BY SIZE
                      HIMP-CLIENT-SHOWN DELIMITED BY SIZE
                      ' ANSWERS MOVED ' DELIMITED BY SIZE
                      HIMP-COUNT-DISP   DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

       PRINT-IMPACT-LIST-EXIT.
           EXIT.

      *  -----------------------------------------------------------
      *  Run totals, the return code and - on the nightly run - the
      *  HOLCHG records stamped as reported
      *  -----------------------------------------------------------
       TERMINATE-IMPACT SECTION.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE HIMP-READ-COUNT TO HIMP-COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING 'AUDIT RECORDS READ                    '
                  DELIMITED BY SIZE
                  HIMP-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE HIMP-WINDOW-COUNT TO HIMP-COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING 'EC01 BUSINESS-DAY ANSWERS IN WINDOW   '
                  DELIMITED BY SIZE
                  HIMP-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE HIMP-NO-IMAGE-COUNT TO HIMP-COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING '  WITHOUT A REQUEST IMAGE (NOT CHECKED)'
                  DELIMITED BY SIZE
                  HIMP-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE HIMP-MASKED-COUNT TO HIMP-COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING '  MASKED OR REDACTED (NOT CHECKED)    '
                  DELIMITED BY SIZE
                  HIMP-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE HIMP-ADJUST-COUNT TO HIMP-COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING 'EC01 ADJUST ROLLS (NOT CHECKED)       '
                  DELIMITED BY SIZE
                  HIMP-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE HIMP-CROSS-COUNT TO HIMP-COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ANSWERS SPANNING A CHANGED DATE       '
                  DELIMITED BY SIZE
                  HIMP-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE HIMP-MOVED-COUNT TO HIMP-COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ANSWERS MOVED                         '
                  DELIMITED BY SIZE
                  HIMP-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE HIMP-ECAL-COUNT TO HIMP-COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ANSWERS NOT RE-EVALUATED (ECAL)       '
                  DELIMITED BY SIZE
                  HIMP-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           IF HIMP-MOVED-COUNT > 0 OR HIMP-ECAL-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               STRING '** EC01 ANSWERS HAVE MOVED - CONTACT THE '
                      'CLIENTS LISTED BEFORE SETTLEMENT **'
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           IF CHANGES-LEFT-WAITING
               MOVE HIMP-CHANGE-MAX TO HIMP-COUNT-DISP
               MOVE SPACES TO REPORT-LINE
               STRING '** MORE THAN '  DELIMITED BY SIZE
                      HIMP-COUNT-DISP  DELIMITED BY SIZE
                      ' CALENDAR CHANGES - THE REST ARE LEFT FOR THE '
                      DELIMITED BY SIZE
                      'NEXT RUN **'    DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *  Only a run that got through the whole trail marks the
      *  changes reported - a failed run leaves them for the rerun
           IF NOT MANUAL-CHANGES-GIVEN
               IF RETURN-CODE < 16
                   PERFORM MARK-ONE-CHANGE-REPORTED
                       VARYING HIMP-CHG-IDX FROM 1 BY 1
                       UNTIL HIMP-CHG-IDX > HIMP-CHANGE-COUNT
               END-IF
               CLOSE CHANGE-FILE
           END-IF.

           IF CLIFILE-IS-OPEN
               CLOSE CLIENT-FILE
           END-IF.
           CLOSE HOLIDAY-FILE.
           CLOSE REPORT-OUTPUT-FILE.
           GO TO TERMINATE-IMPACT-EXIT.

      *  -----------------------------------------------------------
       MARK-ONE-CHANGE-REPORTED.
           MOVE HIMP-CHG-KEY(HIMP-CHG-IDX) TO HCHG-KEY.
           READ CHANGE-FILE.
           IF HIMP-HOLCHG-STATUS = '00'
               MOVE HIMP-RUN-DATE TO HCHG-REPORTED-DATE
               REWRITE HOL-CHANGE-RECORD
           END-IF.
           IF HIMP-HOLCHG-STATUS NOT = '00'
               DISPLAY 'EDUHIMP: HOLCHG UPDATE ERROR, STATUS='
                       HIMP-HOLCHG-STATUS ' KEY=' HCHG-KEY
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       TERMINATE-IMPACT-EXIT.
           EXIT.
