      * prior same-weekday history is reported unjudged. The same      *
      * numbers go to TRENDCSV as comma-separated values so the        *
      * distributed team can chart them.                               *
      *                                                                *
      * The counts are kept per CICS region - the AUDIT-APPLID of the  *
      * region that served the call, (NONE) for records written        *
      * before they carried one - and each region's days are judged    *
      * against that region's own prior weeks, so one region drifting  *
      * is not averaged away by the others. When more than one region  *
      * is seen the same lines follow for all regions together         *
      * (region *ALL).                                                 *
      *                                                                *
      * The step is recorded on the RUNLEDG run ledger through the     *
      * EDULEDG routine (copybook RUNLPRM), with the records read and  *
      * the TRENDCSV lines written per AUDIT-KEY-DATE, for the EDURCTL *
      * morning sign-off.                                              *
      ******************************************************************

       IDENTIFICATION DIVISION.
      *  same-weekday average that marks a line as an anomaly
       01 TRND-THRESHOLD-PCT        PIC 9(3) VALUE 50.

      *  Per-region, per-day, per-status counting grid. Dates arrive
      *  largely in order from the concatenated archives, so a new
      *  date is appended and the grid kept in region/date order by
      *  insertion.
       01 TRND-DATE-COUNT           PIC 9(3) VALUE 0.
       01 TRND-DATE-MAX             PIC 9(3) VALUE 320.
       01 TRND-STATUS-USED          PIC 9(1) VALUE 0.
       01 TRND-STATUS-MAX           PIC 9(1) VALUE 8.
       01 TRND-STATUS-NAMES.
          05 TRND-STATUS-NAME OCCURS 8 TIMES PIC X(4).
       01 TRND-DATE-TABLE.
          05 TRND-DATE-ENTRY OCCURS 320 TIMES.
             10 TRND-ENTRY-KEY.
                15 TRND-REGION      PIC X(8).
                15 TRND-DATE        PIC X(8).
             10 TRND-DOW            PIC S9(4) COMP-4.
             10 TRND-CELL-COUNT OCCURS 8 TIMES PIC 9(7).

       01 TRND-DATE-IDX             PIC 9(3) VALUE 0.
       01 TRND-SCAN-IDX             PIC 9(3) VALUE 0.
       01 TRND-SHIFT-IDX            PIC 9(3) VALUE 0.
       01 TRND-STATUS-IDX           PIC 9(1) VALUE 0.
       01 TRND-COL-IDX              PIC 9(1) VALUE 0.
       01 TRND-FOUND-FLAG           PIC X VALUE 'N'.

      *  Region and date row the record in hand is counted into, and
      *  whether more than one region has been seen (the *ALL rows
      *  are printed only then)
       01 TRND-NEW-KEY.
          05 TRND-NEW-REGION        PIC X(8) VALUE SPACES.
          05 TRND-NEW-DATE          PIC X(8) VALUE SPACES.
       01 TRND-FIRST-REGION         PIC X(8) VALUE SPACES.
       01 TRND-MULTI-REGION-FLAG    PIC X VALUE 'N'.
          88 SEVERAL-REGIONS-SEEN   VALUE 'Y'.

       01 TRND-DATE-NUM             PIC 9(8) VALUE 0.
       01 TRND-DATE-INT             PIC S9(9) COMP-4 VALUE 0.

      *  Anomaly working fields for one grid cell
       01 TRND-PRIOR-SUM            PIC 9(9) VALUE 0.
       01 TRND-PRIOR-DAYS           PIC 9(3) VALUE 0.
       01 TRND-AVERAGE              PIC 9(7)V99 VALUE 0.
       01 TRND-DEVIATION-PCT        PIC S9(5) VALUE 0.
       01 TRND-FLAG-TEXT            PIC X(8) VALUE SPACES.
       01 TRND-DOW-NAMES REDEFINES TRND-DOW-NAMES-TEXT.
          05 TRND-DOW-NAME-ENTRY OCCURS 7 TIMES PIC X(3).

      *  Run-ledger parameter block for the EDULEDG calls
       COPY RUNLPRM.

       PROCEDURE DIVISION.
      *  -----------------------------------------------------------
       MAIN-PROCESSING SECTION.

      *  -----------------------------------------------------------
       INITIALIZE-TREND.
           MOVE 'S' TO RUNL-REQ-FUNCTION.
           MOVE 'EDUTREND' TO RUNL-REQ-STEP.
           MOVE SPACES TO RUNL-REQ-PHASE.
           PERFORM CALL-RUN-LEDGER.

           OPEN INPUT AUDIT-HISTORY-FILE.
           IF TRND-AUDHIST-STATUS NOT = '00'
               DISPLAY 'EDUTREND: UNABLE TO OPEN AUDHIST, STATUS='

      *  -----------------------------------------------------------
       PROCESS-ONE-HISTORY-RECORD.
           MOVE 'C' TO RUNL-REQ-FUNCTION.
           MOVE AUDIT-KEY-DATE TO RUNL-REQ-DATE.
           MOVE 1 TO RUNL-REQ-READ.
           MOVE 0 TO RUNL-REQ-WRITTEN.
           PERFORM CALL-RUN-LEDGER.
           IF AUDIT-APPLID = SPACES
               MOVE '(NONE)' TO TRND-NEW-REGION
           ELSE
               MOVE AUDIT-APPLID TO TRND-NEW-REGION
           END-IF.
           IF TRND-FIRST-REGION = SPACES
               MOVE TRND-NEW-REGION TO TRND-FIRST-REGION
           ELSE
               IF TRND-NEW-REGION NOT = TRND-FIRST-REGION
                   MOVE 'Y' TO TRND-MULTI-REGION-FLAG
               END-IF
           END-IF.
           MOVE AUDIT-KEY-DATE TO TRND-NEW-DATE.
           PERFORM FIND-OR-ADD-STATUS-COLUMN.
           IF TRND-COL-IDX > 0
               PERFORM COUNT-INTO-DATE-ENTRY
               MOVE '*ALL' TO TRND-NEW-REGION
               PERFORM COUNT-INTO-DATE-ENTRY
           END-IF.
           PERFORM READ-NEXT-HISTORY-RECORD.

      *  -----------------------------------------------------------
       COUNT-INTO-DATE-ENTRY.
           PERFORM FIND-OR-ADD-DATE-ENTRY.
           IF TRND-DATE-IDX > 0
               ADD 1 TO TRND-CELL-COUNT(TRND-DATE-IDX, TRND-COL-IDX)
           END-IF.

      *  -----------------------------------------------------------
      *  Locate the region/date row, inserting a new row in key
      *  order when it is new. A full table drops the record
      *  and says so on the report rather than counting it wrong.
      *  -----------------------------------------------------------
       FIND-OR-ADD-DATE-ENTRY.

      *  -----------------------------------------------------------
       SCAN-FOR-DATE-ENTRY.
           IF TRND-ENTRY-KEY(TRND-SCAN-IDX) = TRND-NEW-KEY
               MOVE TRND-SCAN-IDX TO TRND-DATE-IDX
               MOVE 'Y' TO TRND-FOUND-FLAG
           ELSE
               IF TRND-ENTRY-KEY(TRND-SCAN-IDX) > TRND-NEW-KEY
      *  Past the insertion point - the row is not in the table
                   MOVE TRND-DATE-COUNT TO TRND-SCAN-IDX
                   ADD 1 TO TRND-SCAN-IDX
               ELSE
       INSERT-DATE-ENTRY.
           IF TRND-DATE-COUNT >= TRND-DATE-MAX
               MOVE 'Y' TO TRND-TABLE-FULL-FLAG
               MOVE 0 TO TRND-DATE-IDX
           ELSE
      *  Walk to the slot this row belongs in, shift the tail up
      *  one, and build the new row there
               MOVE 1 TO TRND-DATE-IDX
               PERFORM FIND-INSERT-SLOT
                   UNTIL TRND-DATE-IDX > TRND-DATE-COUNT OR
                         TRND-ENTRY-KEY(TRND-DATE-IDX) > TRND-NEW-KEY
               MOVE TRND-DATE-COUNT TO TRND-SHIFT-IDX
               PERFORM SHIFT-DATE-ENTRY-UP
                   UNTIL TRND-SHIFT-IDX < TRND-DATE-IDX
      *  for Sunday. A malformed date gets -1 and is left unjudged.
      *  -----------------------------------------------------------
       BUILD-NEW-DATE-ENTRY.
           MOVE TRND-NEW-KEY TO TRND-ENTRY-KEY(TRND-DATE-IDX).
           MOVE -1 TO TRND-DOW(TRND-DATE-IDX).
           PERFORM CLEAR-ONE-DATE-ROW
               VARYING TRND-COL-IDX FROM 1 BY 1
           END-IF.

      *  -----------------------------------------------------------
      *  One line per region per day per status code seen in the
      *  window, each judged against the average of the same status
      *  on the same weekday in the region's prior weeks of the
      *  window. When more than one region was seen the *ALL
      *  region's lines follow the regions' own.
      *  -----------------------------------------------------------
       PRINT-TREND-REPORT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING 'REGION   DATE     DOW STATUS   COUNT  PRIOR-AVG'
                  '    DEV-PCT'
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE 'REGION,DATE,DOW,STATUS,COUNT,AVGPRIOR,PCTDEV,FLAG'
                   TO EXTRACT-LINE.
           WRITE EXTRACT-LINE.

           PERFORM PRINT-REGION-DATE-ROW
               VARYING TRND-DATE-IDX FROM 1 BY 1
               UNTIL TRND-DATE-IDX > TRND-DATE-COUNT.

           IF SEVERAL-REGIONS-SEEN
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               PERFORM PRINT-ALL-REGIONS-DATE-ROW
                   VARYING TRND-DATE-IDX FROM 1 BY 1
                   UNTIL TRND-DATE-IDX > TRND-DATE-COUNT
           END-IF.

           IF TRND-TABLE-FULL-FLAG = 'Y'
               MOVE SPACES TO REPORT-LINE
               STRING '** COUNTING TABLE FULL - SOME RECORDS NOT '
               END-IF
           END-IF.

      *  -----------------------------------------------------------
       PRINT-REGION-DATE-ROW.
           IF TRND-REGION(TRND-DATE-IDX) NOT = '*ALL'
               PERFORM PRINT-ONE-DATE-ROW
           END-IF.

      *  -----------------------------------------------------------
       PRINT-ALL-REGIONS-DATE-ROW.
           IF TRND-REGION(TRND-DATE-IDX) = '*ALL'
               PERFORM PRINT-ONE-DATE-ROW
           END-IF.

      *  -----------------------------------------------------------
       PRINT-ONE-DATE-ROW.
           PERFORM PRINT-ONE-TREND-CELL
           EXIT.

      *  -----------------------------------------------------------
      *  Average this status over the region's prior dates in the
      *  window that fall on the same weekday as the date being
      *  judged
      *  -----------------------------------------------------------
       AVERAGE-PRIOR-SAME-DOW.
           MOVE 0 TO TRND-PRIOR-SUM.

      *  -----------------------------------------------------------
       SUM-ONE-PRIOR-DATE.
           IF TRND-REGION(TRND-SCAN-IDX) = TRND-REGION(TRND-DATE-IDX)
              AND TRND-DOW(TRND-SCAN-IDX) = TRND-DOW(TRND-DATE-IDX) AND
              TRND-DATE(TRND-SCAN-IDX) < TRND-DATE(TRND-DATE-IDX)
               ADD TRND-CELL-COUNT(TRND-SCAN-IDX, TRND-COL-IDX)
                       TO TRND-PRIOR-SUM
           MOVE TRND-AVERAGE TO TRND-AVG-DISP.
           MOVE TRND-DEVIATION-PCT TO TRND-PCT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING TRND-REGION(TRND-DATE-IDX) DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  TRND-DATE(TRND-DATE-IDX) DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  TRND-DOW-NAME            DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
           MOVE TRND-AVERAGE TO TRND-AVG-CSV.
           MOVE TRND-DEVIATION-PCT TO TRND-PCT-DISP.
           MOVE SPACES TO EXTRACT-LINE.
           STRING TRND-REGION(TRND-DATE-IDX) DELIMITED BY SPACE
                  ','                      DELIMITED BY SIZE
                  TRND-DATE(TRND-DATE-IDX) DELIMITED BY SIZE
                  ','                      DELIMITED BY SIZE
                  TRND-DOW-NAME            DELIMITED BY SIZE
                  ','                      DELIMITED BY SIZE
           END-STRING.
           WRITE EXTRACT-LINE.

           MOVE 'C' TO RUNL-REQ-FUNCTION.
           MOVE TRND-DATE(TRND-DATE-IDX) TO RUNL-REQ-DATE.
           MOVE 0 TO RUNL-REQ-READ.
           MOVE 1 TO RUNL-REQ-WRITTEN.
           PERFORM CALL-RUN-LEDGER.

      *  -----------------------------------------------------------
       TERMINATE-TREND.
           CLOSE AUDIT-HISTORY-FILE.
           CLOSE REPORT-OUTPUT-FILE.
           CLOSE EXTRACT-OUTPUT-FILE.
           MOVE 'E' TO RUNL-REQ-FUNCTION.
           PERFORM CALL-RUN-LEDGER.

      *  -----------------------------------------------------------
      *  Every EDULEDG call goes through here - the routine hands
      *  back the return code it is given, so the step's own stands
      *  -----------------------------------------------------------
       CALL-RUN-LEDGER.
           MOVE RETURN-CODE TO RUNL-REQ-RETURN-CODE.
           CALL 'EDULEDG' USING RUNL-REQUEST.
