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
      * Module Name        EDURCTL.CBL                                 *
      *                                                                *
      * Nightly batch run control, tie-out and morning sign-off        *
      *                                                                *
      * Runs as an MVS batch job step, outside CICS, after the night's *
      * audit steps and before the EDUARCH DELETE phase. Each step     *
      * records on the RUNLEDG run ledger (copybook RUNLREC), per      *
      * business date, when it started and ended, its return code and  *
      * what it read and wrote. This step reads the ledger for one     *
      * business date - the day before the run date, or the date on    *
      * a DATE yyyymmdd statement on RCTLCTL for a rerun of an older   *
      * day - and decides whether that day's AUDTFILE records may be   *
      * purged.                                                        *
      *                                                                *
      * The purge is released only when:                               *
      *                                                                *
      *   - the EDUARCH ARCHIVE phase ended with return code 0 and     *
      *     archived every record it read for the day;                 *
      *   - EDUSEQR ended with return code 0 (no gaps, duplicates or   *
      *     unsequenced records) and EDURPT ended with return code 0;  *
      *   - the records EDUSEQR and EDURPT read for the day each tie   *
      *     to the EDUARCH archived count.                             *
      *                                                                *
      * The release is this step's own ledger record, step EDURCTL:    *
      * the EDUARCH DELETE phase purges a day only when that record    *
      * has ended below return code 8. EDUHCHK, EDUBDAY, EDULAT,       *
      * EDUTREND and EDUGEN do not guard the audit trail, so they are  *
      * reported but do not hold the purge; the DELETE phase itself is *
      * reported once it has run, with its deleted count against the   *
      * archived count. The ledger record carries the steps found on   *
      * the ledger as its read count and the reasons for holding the   *
      * purge as its written count.                                    *
      *                                                                *
      * SIGNRPT is the one-page morning sign-off: every step's state,  *
      * attempts, times, return code and counts; the tie-outs; the     *
      * steps still to be run for the day - which is what a rerun      *
      * after a failure needs to know; the purge decision with its     *
      * reasons; and a line for the operator's signature. The step     *
      * can be rerun at any time and says the same thing again for     *
      * the ledger as it then stands.                                  *
      *                                                                *
      * Return codes: 0 purge released and every step complete, 4      *
      * purge released but a reporting step is not complete, 8 purge   *
      * held, 16 could not open the ledger or the report, or the       *
      * RCTLCTL statement was unusable.                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDURCTL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LEDGER-FILE ASSIGN TO RUNLEDG
                  ORGANIZATION INDEXED
                  ACCESS MODE RANDOM
                  RECORD KEY IS RUNL-KEY
                  FILE STATUS IS RCTL-LEDGER-STATUS.
           SELECT CONTROL-INPUT-FILE ASSIGN TO RCTLCTL
                  ORGANIZATION SEQUENTIAL
                  FILE STATUS IS RCTL-CTL-STATUS.
           SELECT REPORT-OUTPUT-FILE ASSIGN TO SIGNRPT
                  ORGANIZATION SEQUENTIAL
                  FILE STATUS IS RCTL-RPTOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LEDGER-FILE.
           COPY RUNLREC.

       FD  CONTROL-INPUT-FILE.
       01  CONTROL-LINE              PIC X(80).

       FD  REPORT-OUTPUT-FILE.
       01  REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.

       01 RCTL-LEDGER-STATUS        PIC X(2) VALUE SPACES.
       01 RCTL-CTL-STATUS           PIC X(2) VALUE SPACES.
       01 RCTL-RPTOUT-STATUS        PIC X(2) VALUE SPACES.

       01 RCTL-CTL-EOF-FLAG         PIC X VALUE 'N'.
          88 END-OF-CONTROL-FILE    VALUE 'Y'.
       01 RCTL-TOKEN1               PIC X(16) VALUE SPACES.
       01 RCTL-TOKEN2               PIC X(16) VALUE SPACES.

      *  Run date and time, and the business date being signed off
       01 RCTL-RUN-DATE             PIC X(8) VALUE SPACES.
       01 RCTL-RUN-DATE-N REDEFINES RCTL-RUN-DATE PIC 9(8).
       01 RCTL-RUN-TIME             PIC X(6) VALUE SPACES.
       01 RCTL-TIME-NOW             PIC X(8) VALUE SPACES.
       01 RCTL-BUSINESS-DATE        PIC X(8) VALUE SPACES.
       01 RCTL-BUSINESS-DATE-N REDEFINES RCTL-BUSINESS-DATE
                                    PIC 9(8).
       01 RCTL-DATE-INT             PIC S9(9) COMP-4 VALUE 0.

      *  The nightly steps, what return code each may end with and
      *  the part each plays in the sign-off:
      *    B  the archived count everything is tied to
      *    T  must be complete and tie to the archived count
      *    C  must have run, but does not hold the purge
      *    P  the purge itself - reported once it has run
       01 RCTL-STEP-MAX             PIC 9(2) VALUE 9.
       01 RCTL-STEP-TEXT.
          05 FILLER PIC X(19) VALUE 'EDUARCH ARCHIVE 00B'.
          05 FILLER PIC X(19) VALUE 'EDUSEQR         00T'.
          05 FILLER PIC X(19) VALUE 'EDURPT          00T'.
          05 FILLER PIC X(19) VALUE 'EDUHCHK         04C'.
          05 FILLER PIC X(19) VALUE 'EDUBDAY         04C'.
          05 FILLER PIC X(19) VALUE 'EDULAT          04C'.
          05 FILLER PIC X(19) VALUE 'EDUTREND        04C'.
          05 FILLER PIC X(19) VALUE 'EDUGEN          04C'.
          05 FILLER PIC X(19) VALUE 'EDUARCH DELETE  04P'.
       01 RCTL-STEP-TABLE REDEFINES RCTL-STEP-TEXT.
          05 RCTL-STEP-ENTRY OCCURS 9 TIMES.
             10 RCTL-STEP           PIC X(8).
             10 RCTL-PHASE          PIC X(8).
             10 RCTL-MAX-RC         PIC 9(2).
             10 RCTL-ROLE           PIC X(1).
                88 RCTL-BASE-STEP      VALUE 'B'.
                88 RCTL-TIED-STEP      VALUE 'T'.
                88 RCTL-RUN-ONLY-STEP  VALUE 'C'.
                88 RCTL-PURGE-STEP     VALUE 'P'.

      *  What the ledger says for each step on the business date
       01 RCTL-RESULT-TABLE.
          05 RCTL-RESULT OCCURS 9 TIMES.
             10 RCTL-STATE          PIC X(1).
                88 RCTL-STEP-COMPLETE  VALUE 'C'.
                88 RCTL-STEP-NOT-RUN   VALUE 'N'.
             10 RCTL-STATE-TEXT     PIC X(16).
             10 RCTL-ATTEMPTS       PIC 9(3).
             10 RCTL-START-DATE     PIC X(8).
             10 RCTL-START-TIME     PIC X(6).
             10 RCTL-END-DATE       PIC X(8).
             10 RCTL-END-TIME       PIC X(6).
             10 RCTL-RC             PIC 9(4).
             10 RCTL-READ           PIC 9(9).
             10 RCTL-WRITTEN        PIC 9(9).
             10 RCTL-TIE-TEXT       PIC X(24).
             10 RCTL-HOLD-FLAG      PIC X(1).
                88 RCTL-HOLDS-PURGE    VALUE 'Y'.

       01 RCTL-IDX                  PIC 9(2) VALUE 0.
       01 RCTL-BASE-IDX             PIC 9(2) VALUE 0.
       01 RCTL-BASE-COUNT           PIC 9(9) VALUE 0.
       01 RCTL-TIE-COUNT            PIC 9(9) VALUE 0.
       01 RCTL-DIFFERENCE           PIC S9(9) VALUE 0.

       01 RCTL-FOUND-COUNT          PIC 9(2) VALUE 0.
       01 RCTL-HOLD-COUNT           PIC 9(2) VALUE 0.
       01 RCTL-OUTSTANDING-COUNT    PIC 9(2) VALUE 0.

      *  Steps still to run, built up for the one report line
       01 RCTL-TO-RUN-LIST          PIC X(100) VALUE SPACES.
       01 RCTL-LIST-PTR             PIC S9(4) COMP-4 VALUE 1.

      *  Display fields for the print lines
       01 RCTL-ATTEMPTS-DISP        PIC ZZ9.
       01 RCTL-COUNT-DISP           PIC Z(8)9.
       01 RCTL-COUNT-DISP2          PIC Z(8)9.
       01 RCTL-DIFF-DISP            PIC -(8)9.

       PROCEDURE DIVISION.
      *  -----------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *  -----------------------------------------------------------
           PERFORM INITIALIZE-CONTROL.
           PERFORM LOOK-UP-ONE-STEP
               VARYING RCTL-IDX FROM 1 BY 1
               UNTIL RCTL-IDX > RCTL-STEP-MAX.
           PERFORM JUDGE-TIE-OUTS.
           PERFORM PRINT-SIGN-OFF-REPORT.
           PERFORM RECORD-CONTROL-RESULT.
           PERFORM TERMINATE-CONTROL.
           GOBACK.

      *  -----------------------------------------------------------
       INITIALIZE-CONTROL.
           ACCEPT RCTL-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RCTL-TIME-NOW FROM TIME.
           MOVE RCTL-TIME-NOW(1:6) TO RCTL-RUN-TIME.
           COMPUTE RCTL-DATE-INT =
               FUNCTION INTEGER-OF-DATE(RCTL-RUN-DATE-N) - 1
           END-COMPUTE.
           MOVE FUNCTION DATE-OF-INTEGER(RCTL-DATE-INT)
                   TO RCTL-BUSINESS-DATE-N.

           PERFORM READ-CONTROL-STATEMENTS.
           IF RETURN-CODE >= 16
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-OUTPUT-FILE.
           IF RCTL-RPTOUT-STATUS NOT = '00'
               DISPLAY 'EDURCTL: UNABLE TO OPEN SIGNRPT, STATUS='
                       RCTL-RPTOUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM WRITE-REPORT-HEADING.

           OPEN I-O RUN-LEDGER-FILE.
           IF RCTL-LEDGER-STATUS NOT = '00'
               DISPLAY 'EDURCTL: UNABLE TO OPEN RUNLEDG, STATUS='
                       RCTL-LEDGER-STATUS
               MOVE SPACES TO REPORT-LINE
               STRING '** RUN LEDGER NOT AVAILABLE - NOTHING CAN BE '
                      'SIGNED OFF, THE AUDTFILE PURGE STAYS HELD **'
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               CLOSE REPORT-OUTPUT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *  -----------------------------------------------------------
      *  A DATE statement on RCTLCTL signs off an earlier day; no
      *  RCTLCTL means the day the night's batch is closing
      *  -----------------------------------------------------------
       READ-CONTROL-STATEMENTS.
           OPEN INPUT CONTROL-INPUT-FILE.
           IF RCTL-CTL-STATUS = '00'
               PERFORM READ-NEXT-CONTROL-LINE
               PERFORM APPLY-ONE-CONTROL-LINE
                   UNTIL END-OF-CONTROL-FILE
               CLOSE CONTROL-INPUT-FILE
           END-IF.

      *  -----------------------------------------------------------
       READ-NEXT-CONTROL-LINE.
           READ CONTROL-INPUT-FILE
               AT END MOVE 'Y' TO RCTL-CTL-EOF-FLAG
           END-READ.
           IF NOT END-OF-CONTROL-FILE AND RCTL-CTL-STATUS NOT = '00'
               DISPLAY 'EDURCTL: RCTLCTL READ ERROR, STATUS='
                       RCTL-CTL-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO RCTL-CTL-EOF-FLAG
           END-IF.

      *  -----------------------------------------------------------
       APPLY-ONE-CONTROL-LINE.
           IF CONTROL-LINE NOT = SPACES AND CONTROL-LINE(1:1) NOT = '*'
               MOVE SPACES TO RCTL-TOKEN1 RCTL-TOKEN2
               UNSTRING CONTROL-LINE DELIMITED BY ALL SPACES
                   INTO RCTL-TOKEN1 RCTL-TOKEN2
               END-UNSTRING
               IF RCTL-TOKEN1 = 'DATE' AND RCTL-TOKEN2(1:8) NUMERIC
                  AND RCTL-TOKEN2(9:8) = SPACES
                   MOVE RCTL-TOKEN2(1:8) TO RCTL-BUSINESS-DATE
               ELSE
                   DISPLAY 'EDURCTL: UNUSABLE CONTROL STATEMENT: '
                           CONTROL-LINE(1:60)
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM READ-NEXT-CONTROL-LINE.

      *  -----------------------------------------------------------
      *  Read one step's ledger record for the business date. A
      *  record still R is a step that abended or is running now;
      *  one that ended above the step's return code needs rerun.
      *  -----------------------------------------------------------
       LOOK-UP-ONE-STEP.
           MOVE 'N' TO RCTL-STATE(RCTL-IDX).
           MOVE 'NOT RUN' TO RCTL-STATE-TEXT(RCTL-IDX).
           MOVE 0 TO RCTL-ATTEMPTS(RCTL-IDX).
           MOVE SPACES TO RCTL-START-DATE(RCTL-IDX).
           MOVE SPACES TO RCTL-START-TIME(RCTL-IDX).
           MOVE SPACES TO RCTL-END-DATE(RCTL-IDX).
           MOVE SPACES TO RCTL-END-TIME(RCTL-IDX).
           MOVE 0 TO RCTL-RC(RCTL-IDX).
           MOVE 0 TO RCTL-READ(RCTL-IDX).
           MOVE 0 TO RCTL-WRITTEN(RCTL-IDX).
           MOVE SPACES TO RCTL-TIE-TEXT(RCTL-IDX).
           MOVE 'N' TO RCTL-HOLD-FLAG(RCTL-IDX).

           MOVE RCTL-BUSINESS-DATE TO RUNL-BUSINESS-DATE.
           MOVE RCTL-STEP(RCTL-IDX) TO RUNL-STEP.
           MOVE RCTL-PHASE(RCTL-IDX) TO RUNL-PHASE.
           READ RUN-LEDGER-FILE.

           EVALUATE RCTL-LEDGER-STATUS
               WHEN '00'
                   ADD 1 TO RCTL-FOUND-COUNT
                   MOVE RUNL-ATTEMPTS TO RCTL-ATTEMPTS(RCTL-IDX)
                   MOVE RUNL-START-DATE TO RCTL-START-DATE(RCTL-IDX)
                   MOVE RUNL-START-TIME TO RCTL-START-TIME(RCTL-IDX)
                   MOVE RUNL-END-DATE TO RCTL-END-DATE(RCTL-IDX)
                   MOVE RUNL-END-TIME TO RCTL-END-TIME(RCTL-IDX)
                   MOVE RUNL-RETURN-CODE TO RCTL-RC(RCTL-IDX)
                   MOVE RUNL-READ-COUNT TO RCTL-READ(RCTL-IDX)
                   MOVE RUNL-WRITTEN-COUNT TO RCTL-WRITTEN(RCTL-IDX)
                   PERFORM SET-STEP-STATE
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'EDURCTL: RUNLEDG READ ERROR, STATUS='
                           RCTL-LEDGER-STATUS ' KEY=' RUNL-KEY
                   MOVE 'U' TO RCTL-STATE(RCTL-IDX)
                   MOVE 'LEDGER ERROR' TO RCTL-STATE-TEXT(RCTL-IDX)
           END-EVALUATE.

      *  -----------------------------------------------------------
       SET-STEP-STATE.
           EVALUATE TRUE
               WHEN NOT RUNL-STEP-ENDED
                   MOVE 'R' TO RCTL-STATE(RCTL-IDX)
                   MOVE 'RUNNING/ABENDED' TO RCTL-STATE-TEXT(RCTL-IDX)
               WHEN RUNL-RETURN-CODE > RCTL-MAX-RC(RCTL-IDX)
                   MOVE 'F' TO RCTL-STATE(RCTL-IDX)
                   MOVE SPACES TO RCTL-STATE-TEXT(RCTL-IDX)
                   STRING 'FAILED RC ' DELIMITED BY SIZE
                          RUNL-RETURN-CODE DELIMITED BY SIZE
                          INTO RCTL-STATE-TEXT(RCTL-IDX)
                   END-STRING
               WHEN OTHER
                   MOVE 'C' TO RCTL-STATE(RCTL-IDX)
                   MOVE 'COMPLETE' TO RCTL-STATE-TEXT(RCTL-IDX)
           END-EVALUATE.

      *  -----------------------------------------------------------
      *  Tie every count to what EDUARCH archived for the day and
      *  decide the purge: any step that guards the trail and is not
      *  complete, or any count that does not tie, holds it
      *  -----------------------------------------------------------
       JUDGE-TIE-OUTS.
           MOVE 0 TO RCTL-BASE-IDX.
           PERFORM FIND-BASE-STEP
               VARYING RCTL-IDX FROM 1 BY 1
               UNTIL RCTL-IDX > RCTL-STEP-MAX.
           MOVE 0 TO RCTL-BASE-COUNT.
           IF RCTL-BASE-IDX > 0
               MOVE RCTL-WRITTEN(RCTL-BASE-IDX) TO RCTL-BASE-COUNT
           END-IF.

           PERFORM JUDGE-ONE-STEP
               VARYING RCTL-IDX FROM 1 BY 1
               UNTIL RCTL-IDX > RCTL-STEP-MAX.

           EVALUATE TRUE
               WHEN RCTL-HOLD-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN RCTL-OUTSTANDING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

      *  -----------------------------------------------------------
       FIND-BASE-STEP.
           IF RCTL-BASE-STEP(RCTL-IDX)
               MOVE RCTL-IDX TO RCTL-BASE-IDX
           END-IF.

      *  -----------------------------------------------------------
       JUDGE-ONE-STEP.
           EVALUATE TRUE
               WHEN RCTL-BASE-STEP(RCTL-IDX)
                   IF NOT RCTL-STEP-COMPLETE(RCTL-IDX)
                       PERFORM HOLD-FOR-THIS-STEP
                   ELSE
                       MOVE RCTL-READ(RCTL-IDX) TO RCTL-TIE-COUNT
                       PERFORM TIE-ONE-COUNT
                   END-IF
               WHEN RCTL-TIED-STEP(RCTL-IDX)
                   IF NOT RCTL-STEP-COMPLETE(RCTL-IDX)
                       PERFORM HOLD-FOR-THIS-STEP
                   ELSE
                       MOVE RCTL-READ(RCTL-IDX) TO RCTL-TIE-COUNT
                       PERFORM TIE-ONE-COUNT
                   END-IF
               WHEN RCTL-RUN-ONLY-STEP(RCTL-IDX)
                   IF NOT RCTL-STEP-COMPLETE(RCTL-IDX)
                       ADD 1 TO RCTL-OUTSTANDING-COUNT
                   END-IF
               WHEN RCTL-PURGE-STEP(RCTL-IDX)
                   IF RCTL-STEP-NOT-RUN(RCTL-IDX)
                       MOVE 'PURGE NOT YET RUN'
                               TO RCTL-TIE-TEXT(RCTL-IDX)
                   ELSE
                       MOVE RCTL-WRITTEN(RCTL-IDX) TO RCTL-TIE-COUNT
                       PERFORM DESCRIBE-PURGE-COUNT
                   END-IF
           END-EVALUATE.

      *  -----------------------------------------------------------
       HOLD-FOR-THIS-STEP.
           MOVE 'Y' TO RCTL-HOLD-FLAG(RCTL-IDX).
           ADD 1 TO RCTL-HOLD-COUNT.
           MOVE 'NO COUNT - NOT COMPLETE' TO RCTL-TIE-TEXT(RCTL-IDX).

      *  -----------------------------------------------------------
       TIE-ONE-COUNT.
           COMPUTE RCTL-DIFFERENCE = RCTL-TIE-COUNT - RCTL-BASE-COUNT
           END-COMPUTE.
           IF RCTL-DIFFERENCE = 0
               MOVE 'TIES' TO RCTL-TIE-TEXT(RCTL-IDX)
           ELSE
               MOVE RCTL-DIFFERENCE TO RCTL-DIFF-DISP
               MOVE SPACES TO RCTL-TIE-TEXT(RCTL-IDX)
               STRING 'DIFFERS BY ' DELIMITED BY SIZE
                      RCTL-DIFF-DISP DELIMITED BY SIZE
                      INTO RCTL-TIE-TEXT(RCTL-IDX)
               END-STRING
               MOVE 'Y' TO RCTL-HOLD-FLAG(RCTL-IDX)
               ADD 1 TO RCTL-HOLD-COUNT
           END-IF.

      *  -----------------------------------------------------------
      *  The purge runs after the release, so its count is reported
      *  against the archived count but cannot hold anything
      *  -----------------------------------------------------------
       DESCRIBE-PURGE-COUNT.
           COMPUTE RCTL-DIFFERENCE = RCTL-BASE-COUNT - RCTL-TIE-COUNT
           END-COMPUTE.
           IF RCTL-DIFFERENCE = 0
               MOVE 'PURGED' TO RCTL-TIE-TEXT(RCTL-IDX)
           ELSE
               MOVE RCTL-DIFFERENCE TO RCTL-DIFF-DISP
               MOVE SPACES TO RCTL-TIE-TEXT(RCTL-IDX)
               STRING 'PURGE SHORT BY ' DELIMITED BY SIZE
                      RCTL-DIFF-DISP DELIMITED BY SIZE
                      INTO RCTL-TIE-TEXT(RCTL-IDX)
               END-STRING
           END-IF.

      *  -----------------------------------------------------------
      *  The one-page sign-off: state of every step, the tie-outs,
      *  what is still to run, the purge decision and its reasons
      *  -----------------------------------------------------------
       PRINT-SIGN-OFF-REPORT.
           MOVE SPACES TO REPORT-LINE.
           STRING 'STEP     PHASE    STATE            ATT '
                  'STARTED          ENDED            RC   '
                  '     READ   WRITTEN'
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           PERFORM PRINT-ONE-STEP-LINE
               VARYING RCTL-IDX FROM 1 BY 1
               UNTIL RCTL-IDX > RCTL-STEP-MAX.

           MOVE RCTL-BASE-COUNT TO RCTL-COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           STRING 'TIE-OUTS AGAINST THE EDUARCH ARCHIVED COUNT OF '
                  DELIMITED BY SIZE
                  RCTL-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           PERFORM PRINT-ONE-TIE-LINE
               VARYING RCTL-IDX FROM 1 BY 1
               UNTIL RCTL-IDX > RCTL-STEP-MAX.

           PERFORM PRINT-STILL-TO-RUN.
           PERFORM PRINT-PURGE-DECISION.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE.
           STRING 'SIGNED OFF BY ______________________________  '
                  'DATE __________  TIME ________'
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

      *  -----------------------------------------------------------
       PRINT-ONE-STEP-LINE.
           MOVE RCTL-ATTEMPTS(RCTL-IDX) TO RCTL-ATTEMPTS-DISP.
           MOVE RCTL-READ(RCTL-IDX) TO RCTL-COUNT-DISP.
           MOVE RCTL-WRITTEN(RCTL-IDX) TO RCTL-COUNT-DISP2.
           MOVE SPACES TO REPORT-LINE.
           IF RCTL-STEP-NOT-RUN(RCTL-IDX)
               STRING RCTL-STEP(RCTL-IDX)       DELIMITED BY SIZE
                      ' '                       DELIMITED BY SIZE
                      RCTL-PHASE(RCTL-IDX)      DELIMITED BY SIZE
                      ' '                       DELIMITED BY SIZE
                      RCTL-STATE-TEXT(RCTL-IDX) DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           ELSE
               STRING RCTL-STEP(RCTL-IDX)       DELIMITED BY SIZE
                      ' '                       DELIMITED BY SIZE
                      RCTL-PHASE(RCTL-IDX)      DELIMITED BY SIZE
                      ' '                       DELIMITED BY SIZE
                      RCTL-STATE-TEXT(RCTL-IDX) DELIMITED BY SIZE
                      ' '                       DELIMITED BY SIZE
                      RCTL-ATTEMPTS-DISP        DELIMITED BY SIZE
                      ' '                       DELIMITED BY SIZE
                      RCTL-START-DATE(RCTL-IDX) DELIMITED BY SIZE
                      ' '                       DELIMITED BY SIZE
                      RCTL-START-TIME(RCTL-IDX) DELIMITED BY SIZE
                      '  '                      DELIMITED BY SIZE
                      RCTL-END-DATE(RCTL-IDX)   DELIMITED BY SIZE
                      ' '                       DELIMITED BY SIZE
                      RCTL-END-TIME(RCTL-IDX)   DELIMITED BY SIZE
                      '  '                      DELIMITED BY SIZE
                      RCTL-RC(RCTL-IDX)         DELIMITED BY SIZE
                      ' '                       DELIMITED BY SIZE
                      RCTL-COUNT-DISP           DELIMITED BY SIZE
                      ' '                       DELIMITED BY SIZE
                      RCTL-COUNT-DISP2          DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           END-IF.
           WRITE REPORT-LINE.

      *  -----------------------------------------------------------
      *  One line for the archived count's own check, each tied
      *  read count and the purge; reporting steps have no tie
      *  -----------------------------------------------------------
       PRINT-ONE-TIE-LINE.
           IF NOT RCTL-RUN-ONLY-STEP(RCTL-IDX)
               IF RCTL-PURGE-STEP(RCTL-IDX)
                   MOVE RCTL-WRITTEN(RCTL-IDX) TO RCTL-COUNT-DISP
               ELSE
                   MOVE RCTL-READ(RCTL-IDX) TO RCTL-COUNT-DISP
               END-IF
               MOVE SPACES TO REPORT-LINE
               STRING RCTL-STEP(RCTL-IDX)     DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      RCTL-PHASE(RCTL-IDX)    DELIMITED BY SIZE
                      ' '                     DELIMITED BY SIZE
                      RCTL-COUNT-DISP         DELIMITED BY SIZE
                      '  '                    DELIMITED BY SIZE
                      RCTL-TIE-TEXT(RCTL-IDX) DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

      *  -----------------------------------------------------------
      *  Every step not complete for the day, the purge included -
      *  the rerun list after a failure
      *  -----------------------------------------------------------
       PRINT-STILL-TO-RUN.
           MOVE SPACES TO RCTL-TO-RUN-LIST.
           MOVE 1 TO RCTL-LIST-PTR.
           PERFORM LIST-ONE-STEP-TO-RUN
               VARYING RCTL-IDX FROM 1 BY 1
               UNTIL RCTL-IDX > RCTL-STEP-MAX.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF RCTL-TO-RUN-LIST = SPACES
               STRING 'ALL STEPS COMPLETE FOR ' DELIMITED BY SIZE
                      RCTL-BUSINESS-DATE DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           ELSE
               STRING 'STILL TO RUN FOR ' DELIMITED BY SIZE
                      RCTL-BUSINESS-DATE DELIMITED BY SIZE
                      ': ' DELIMITED BY SIZE
                      RCTL-TO-RUN-LIST DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           END-IF.
           WRITE REPORT-LINE.

      *  -----------------------------------------------------------
       LIST-ONE-STEP-TO-RUN.
           IF NOT RCTL-STEP-COMPLETE(RCTL-IDX)
               IF RCTL-PHASE(RCTL-IDX) = SPACES
                   STRING RCTL-STEP(RCTL-IDX) DELIMITED BY SPACE
                          ' ' DELIMITED BY SIZE
                          INTO RCTL-TO-RUN-LIST
                          WITH POINTER RCTL-LIST-PTR
                   END-STRING
               ELSE
                   STRING RCTL-STEP(RCTL-IDX) DELIMITED BY SPACE
                          '(' DELIMITED BY SIZE
                          RCTL-PHASE(RCTL-IDX) DELIMITED BY SPACE
                          ') ' DELIMITED BY SIZE
                          INTO RCTL-TO-RUN-LIST
                          WITH POINTER RCTL-LIST-PTR
                   END-STRING
               END-IF
           END-IF.

      *  -----------------------------------------------------------
       PRINT-PURGE-DECISION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF RCTL-HOLD-COUNT = 0
               STRING 'AUDTFILE PURGE FOR ' DELIMITED BY SIZE
                      RCTL-BUSINESS-DATE DELIMITED BY SIZE
                      ': RELEASED - THE EDUARCH DELETE PHASE MAY RUN'
                      DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           ELSE
               STRING 'AUDTFILE PURGE FOR ' DELIMITED BY SIZE
                      RCTL-BUSINESS-DATE DELIMITED BY SIZE
                      ': ** HELD ** - THE EDUARCH DELETE PHASE WILL '
                      'LEAVE THE DAY ON AUDTFILE' DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               PERFORM PRINT-ONE-HOLD-REASON
                   VARYING RCTL-IDX FROM 1 BY 1
                   UNTIL RCTL-IDX > RCTL-STEP-MAX
           END-IF.

      *  -----------------------------------------------------------
       PRINT-ONE-HOLD-REASON.
           IF RCTL-HOLDS-PURGE(RCTL-IDX)
               MOVE SPACES TO REPORT-LINE
               IF RCTL-STEP-COMPLETE(RCTL-IDX)
                   STRING '  ' DELIMITED BY SIZE
                          RCTL-STEP(RCTL-IDX) DELIMITED BY SPACE
                          ' COUNT DOES NOT TIE - ' DELIMITED BY SIZE
                          RCTL-TIE-TEXT(RCTL-IDX) DELIMITED BY SIZE
                          INTO REPORT-LINE
                   END-STRING
               ELSE
                   STRING '  ' DELIMITED BY SIZE
                          RCTL-STEP(RCTL-IDX) DELIMITED BY SPACE
                          ' NOT COMPLETE - ' DELIMITED BY SIZE
                          RCTL-STATE-TEXT(RCTL-IDX) DELIMITED BY SIZE
                          INTO REPORT-LINE
                   END-STRING
               END-IF
               WRITE REPORT-LINE
           END-IF.

      *  -----------------------------------------------------------
       WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE.
           STRING 'NIGHTLY AUDIT BATCH SIGN-OFF - BUSINESS DATE '
                  DELIMITED BY SIZE
                  RCTL-BUSINESS-DATE DELIMITED BY SIZE
                  ' - PRODUCED ' DELIMITED BY SIZE
                  RCTL-RUN-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  RCTL-RUN-TIME DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

      *  -----------------------------------------------------------
      *  This step's own ledger record is the purge release: below
      *  return code 8 the EDUARCH DELETE phase may purge the day
      *  -----------------------------------------------------------
       RECORD-CONTROL-RESULT.
           MOVE RCTL-BUSINESS-DATE TO RUNL-BUSINESS-DATE.
           MOVE 'EDURCTL' TO RUNL-STEP.
           MOVE SPACES TO RUNL-PHASE.
           READ RUN-LEDGER-FILE.
           IF RCTL-LEDGER-STATUS = '00'
               IF RUNL-ATTEMPTS NUMERIC AND RUNL-ATTEMPTS < 999
                   ADD 1 TO RUNL-ATTEMPTS
               END-IF
           ELSE
               MOVE 'N' TO RUNL-COMPLETED-FLAG
               MOVE 1 TO RUNL-ATTEMPTS
               MOVE SPACES TO RUNL-FILLER
           END-IF.

           MOVE 'E' TO RUNL-STATUS.
           MOVE RCTL-RUN-DATE TO RUNL-START-DATE.
           MOVE RCTL-RUN-TIME TO RUNL-START-TIME.
           ACCEPT RUNL-END-DATE FROM DATE YYYYMMDD.
           ACCEPT RCTL-TIME-NOW FROM TIME.
           MOVE RCTL-TIME-NOW(1:6) TO RUNL-END-TIME.
           MOVE RETURN-CODE TO RUNL-RETURN-CODE.
           MOVE RCTL-FOUND-COUNT TO RUNL-READ-COUNT.
           MOVE RCTL-HOLD-COUNT TO RUNL-WRITTEN-COUNT.
           IF RETURN-CODE < 8
               MOVE 'Y' TO RUNL-COMPLETED-FLAG
           END-IF.

           IF RCTL-LEDGER-STATUS = '00'
               REWRITE RUNL-RECORD
           ELSE
               WRITE RUNL-RECORD
           END-IF.
           IF RCTL-LEDGER-STATUS NOT = '00'
               DISPLAY 'EDURCTL: RUNLEDG WRITE ERROR, STATUS='
                       RCTL-LEDGER-STATUS ' KEY=' RUNL-KEY
                       ' - THE PURGE STAYS HELD'
               MOVE 16 TO RETURN-CODE
           END-IF.

      *  -----------------------------------------------------------
       TERMINATE-CONTROL.
           CLOSE RUN-LEDGER-FILE.
           CLOSE REPORT-OUTPUT-FILE.
