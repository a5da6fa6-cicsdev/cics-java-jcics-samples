      * status codes and EDUTREND counts volumes; neither says how     *
      * long a call took, so "the afternoons are slow" had nothing to  *
      * be checked against. This report reads the AUDIT-ELAPSED-USEC   *
      * captured by EC01 and EDUCHAN and prints, for every region /    *
      * program / status code / hour-of-day combination seen, the      *
      * call count, the average, the p95 and the maximum response      *
      * time in milliseconds. A region is the AUDIT-APPLID of the CICS *
      * region that served the call, (NONE) for records written        *
      * before they carried one. When more than one region is seen,    *
      * the same combinations follow for all regions together          *
      * (region *ALL), so one slow region stands out against the       *
      * whole.                                                         *
      *                                                                *
      * AUDHIST is the same input convention EDUTREND uses: the        *
      * EDUARCH archive generations concatenated in the JCL, plus a    *
      * which the 95th percentile call falls, so it reads as "95      *
      * percent of calls finished within". Exact enough to argue       *
      * with, cheap enough to run over a month of history.             *
      *                                                                *
      * The step is recorded on the RUNLEDG run ledger through the     *
      * EDULEDG routine (copybook RUNLPRM), with the records read per  *
      * AUDIT-KEY-DATE, for the EDURCTL morning sign-off.              *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 LAT-BOUND-TABLE REDEFINES LAT-BOUND-TEXT.
          05 LAT-BOUND OCCURS 16 TIMES PIC 9(9).

      *  Counting grid - one row per region/program/status/hour
      *  seen, and one per program/status/hour for region *ALL
       01 LAT-ROW-COUNT             PIC 9(3) VALUE 0.
       01 LAT-ROW-MAX               PIC 9(3) VALUE 600.
       01 LAT-SUMMARY-TABLE.
          05 LAT-ROW OCCURS 600 TIMES.
             10 LAT-REGION          PIC X(8).
             10 LAT-PROGRAM         PIC X(8).
             10 LAT-STATUS          PIC X(4).
             10 LAT-HOUR            PIC X(2).
       01 LAT-FOUND-FLAG            PIC X VALUE 'N'.
       01 LAT-ELAPSED               PIC S9(9) COMP-4 VALUE 0.

      *  Region being counted into, and whether more than one has
      *  been seen (the *ALL rows are printed only then)
       01 LAT-REGION-KEY            PIC X(8) VALUE SPACES.
       01 LAT-FIRST-REGION          PIC X(8) VALUE SPACES.
       01 LAT-MULTI-REGION-FLAG     PIC X VALUE 'N'.
          88 SEVERAL-REGIONS-SEEN   VALUE 'Y'.

      *  Percentile working fields for one row
       01 LAT-P95-TARGET            PIC 9(7) VALUE 0.
       01 LAT-CUM-COUNT             PIC 9(7) VALUE 0.
       01 LAT-P95-DISP              PIC ZZZZZZ9.999.
       01 LAT-MAX-DISP              PIC ZZZZZZ9.999.

      *  Run-ledger parameter block for the EDULEDG calls
       COPY RUNLPRM.

       PROCEDURE DIVISION.
      *  -----------------------------------------------------------
       MAIN-PROCESSING SECTION.

      *  -----------------------------------------------------------
       INITIALIZE-REPORT.
           MOVE 'S' TO RUNL-REQ-FUNCTION.
           MOVE 'EDULAT' TO RUNL-REQ-STEP.
           MOVE SPACES TO RUNL-REQ-PHASE.
           PERFORM CALL-RUN-LEDGER.

           OPEN INPUT AUDIT-HISTORY-FILE.
           IF LAT-AUDHIST-STATUS NOT = '00'
               DISPLAY 'EDULAT: UNABLE TO OPEN AUDHIST, STATUS='

      *  -----------------------------------------------------------
       PROCESS-ONE-HISTORY-RECORD.
           MOVE 'C' TO RUNL-REQ-FUNCTION.
           MOVE AUDIT-KEY-DATE TO RUNL-REQ-DATE.
           MOVE 1 TO RUNL-REQ-READ.
           MOVE 0 TO RUNL-REQ-WRITTEN.
           PERFORM CALL-RUN-LEDGER.
           MOVE AUDIT-ELAPSED-USEC TO LAT-ELAPSED.
           IF LAT-ELAPSED < 0
               MOVE 0 TO LAT-ELAPSED
           END-IF.
           IF AUDIT-APPLID = SPACES
               MOVE '(NONE)' TO LAT-REGION-KEY
           ELSE
               MOVE AUDIT-APPLID TO LAT-REGION-KEY
           END-IF.
           IF LAT-FIRST-REGION = SPACES
               MOVE LAT-REGION-KEY TO LAT-FIRST-REGION
           ELSE
               IF LAT-REGION-KEY NOT = LAT-FIRST-REGION
                   MOVE 'Y' TO LAT-MULTI-REGION-FLAG
               END-IF
           END-IF.
           PERFORM FIND-OR-ADD-ROW.
           IF LAT-IDX > 0
               PERFORM COUNT-INTO-ROW
           END-IF.
           MOVE '*ALL' TO LAT-REGION-KEY.
           PERFORM FIND-OR-ADD-ROW.
           IF LAT-IDX > 0
               PERFORM COUNT-INTO-ROW

      *  -----------------------------------------------------------
       SCAN-FOR-ROW.
           IF LAT-REGION(LAT-IDX) = LAT-REGION-KEY AND
              LAT-PROGRAM(LAT-IDX) = AUDIT-PROGRAM AND
              LAT-STATUS(LAT-IDX) = AUDIT-STATUS-CODE AND
              LAT-HOUR(LAT-IDX) = AUDIT-KEY-TIME(1:2)
               MOVE 'Y' TO LAT-FOUND-FLAG

      *  -----------------------------------------------------------
       BUILD-NEW-ROW.
           MOVE LAT-REGION-KEY TO LAT-REGION(LAT-IDX).
           MOVE AUDIT-PROGRAM TO LAT-PROGRAM(LAT-IDX).
           MOVE AUDIT-STATUS-CODE TO LAT-STATUS(LAT-IDX).
           MOVE AUDIT-KEY-TIME(1:2) TO LAT-HOUR(LAT-IDX).
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING 'REGION   PROGRAM  STAT HH   COUNT      AVG-MS'
                  '      P95-MS      MAX-MS'
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           PERFORM PRINT-REGION-ROW
               VARYING LAT-IDX FROM 1 BY 1
               UNTIL LAT-IDX > LAT-ROW-COUNT.

           IF SEVERAL-REGIONS-SEEN
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM PRINT-ALL-REGIONS-ROW
                   VARYING LAT-IDX FROM 1 BY 1
                   UNTIL LAT-IDX > LAT-ROW-COUNT
           END-IF.

           IF LAT-TABLE-FULL-FLAG = 'Y'
               MOVE SPACES TO REPORT-LINE
               STRING '** COUNTING TABLE FULL - SOME RECORDS NOT '
               END-IF
           END-IF.

      *  -----------------------------------------------------------
       PRINT-REGION-ROW.
           IF LAT-REGION(LAT-IDX) NOT = '*ALL'
               PERFORM PRINT-ONE-ROW
           END-IF.

      *  -----------------------------------------------------------
       PRINT-ALL-REGIONS-ROW.
           IF LAT-REGION(LAT-IDX) = '*ALL'
               PERFORM PRINT-ONE-ROW
           END-IF.

      *  -----------------------------------------------------------
      *  The p95 is the upper boundary of the bucket holding the
      *  95th-percentile call - the target rounds up so a row of
           MOVE LAT-WORK-MS TO LAT-MAX-DISP.

           MOVE SPACES TO REPORT-LINE.
           STRING LAT-REGION(LAT-IDX)  DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  LAT-PROGRAM(LAT-IDX) DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  LAT-STATUS(LAT-IDX)  DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
       TERMINATE-REPORT.
           CLOSE AUDIT-HISTORY-FILE.
           CLOSE REPORT-OUTPUT-FILE.
           MOVE 'E' TO RUNL-REQ-FUNCTION.
           PERFORM CALL-RUN-LEDGER.

      *  -----------------------------------------------------------
      *  Every EDULEDG call goes through here - the routine hands
      *  back the return code it is given, so the step's own stands
      *  -----------------------------------------------------------
       CALL-RUN-LEDGER.
           MOVE RETURN-CODE TO RUNL-REQ-RETURN-CODE.
           CALL 'EDULEDG' USING RUNL-REQUEST.
