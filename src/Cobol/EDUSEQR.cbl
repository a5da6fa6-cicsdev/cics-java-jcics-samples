      * call, so "nothing was lost" needs proving, not asserting: an   *
      * alert on CSMT is not evidence for an auditor. EC01 and         *
      * EDUCHAN stamp every audit record with their own incrementing   *
      * AUDIT-SEQUENCE, kept per program per CICS region (PARMFILE     *
      * key <program>/AUDSxxxx, xxxx the region's SYSID), and this     *
      * step scans a day's records for holes in each program's         *
      * sequence in each region. A region is the AUDIT-APPLID on its   *
      * records - (NONE) for records written before they carried one,  *
      * which drew from the older single <program>/AUDITSEQ counter.   *
      *                                                                *
      * AUDHIST is the day's records in AUDITREC layout - in the       *
      * nightly job, the AUDTHIST generation the EDUARCH ARCHIVE phase *
      * has just written. The day stays on AUDTFILE until the DELETE   *
      * phase, so a REPRO of AUDTFILE is not concatenated with it or   *
      * the day would be counted twice. The records are sorted by      *
      * program, region and sequence, then walked for gaps. The        *
      * SEQRRPT report prints, per program and region, exactly which   *
      * sequence ranges are missing, the observed first and last       *
      * sequence (so day can be chained to day across the boundary),   *
      * duplicate and unsequenced counts - and a COMPLETE certificate  *
      * line when there is nothing missing - then a summary line per   *
      * region, COMPLETE only when every program in it is, and the     *
      * run's total. Records with sequence zero drew no                *
      * number - the counter was unavailable, or the call was ending  *
      * in an abend whose backout would have undone the draw; they    *
      * are counted and reported, never silently ignored. Sequences   *
      * wrap from 99999999 back to 1, so a wrap day shows one         *
      * expected "gap" across the wrap point.                          *
      *                                                                *
      * The step is recorded on the RUNLEDG run ledger through the     *
      * EDULEDG routine (copybook RUNLPRM), with the records read per  *
      * AUDIT-KEY-DATE. The EDURCTL control step ties that count to    *
      * the day's EDUARCH archived count and does not release the day  *
      * for purge unless this step ended with return code 0.           *
      *                                                                *
      * Return codes: 0 every program complete, 4 gaps, duplicates    *
      * or unsequenced records found (or nothing to certify at all),  *
      * 16 could not open/read a file.                                 *
       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SORT-PROGRAM           PIC X(8).
           05 SORT-REGION            PIC X(8).
           05 SORT-SEQUENCE          PIC 9(8).

       WORKING-STORAGE SECTION.
       01 SEQR-RETURN-DONE-FLAG     PIC X VALUE 'N'.
          88 END-OF-SORTED-INPUT    VALUE 'Y'.

      *  Region of the record in hand - its APPLID, or (NONE)
       01 SEQR-REGION               PIC X(8) VALUE SPACES.

      *  Per-program, per-region unsequenced counts, gathered on the
      *  way into the sort - a zero sequence cannot take part in the
      *  gap scan but must still be on the report
       01 SEQR-UNSEQ-COUNT          PIC 9(2) VALUE 0.
       01 SEQR-UNSEQ-TABLE.
          05 SEQR-UNSEQ-ENTRY OCCURS 20 TIMES.
             10 SEQR-UNSEQ-PROGRAM  PIC X(8).
             10 SEQR-UNSEQ-REGION   PIC X(8).
             10 SEQR-UNSEQ-TOTAL    PIC 9(7).
             10 SEQR-UNSEQ-REPORTED PIC X.
       01 SEQR-UNSEQ-IDX            PIC 9(2) VALUE 0.
       01 SEQR-UNSEQ-FOUND          PIC X VALUE 'N'.

      *  Per-region totals for the closing summary
       01 SEQR-REGN-COUNT           PIC 9(2) VALUE 0.
       01 SEQR-REGN-TABLE.
          05 SEQR-REGN-ENTRY OCCURS 10 TIMES.
             10 SEQR-REGN-NAME      PIC X(8).
             10 SEQR-REGN-RECORDS   PIC 9(7).
             10 SEQR-REGN-MISSING   PIC 9(8).
             10 SEQR-REGN-DUPS      PIC 9(7).
             10 SEQR-REGN-UNSEQ     PIC 9(7).
             10 SEQR-REGN-TROUBLE   PIC X.
       01 SEQR-REGN-IDX             PIC 9(2) VALUE 0.
       01 SEQR-REGN-FOUND           PIC X VALUE 'N'.
       01 SEQR-REGN-FULL-FLAG       PIC X VALUE 'N'.
       01 SEQR-TOTAL-RECORDS        PIC 9(7) VALUE 0.
       01 SEQR-TOTAL-MISSING        PIC 9(8) VALUE 0.
       01 SEQR-TOTAL-DUPS           PIC 9(7) VALUE 0.
       01 SEQR-TOTAL-UNSEQ          PIC 9(7) VALUE 0.

      *  What CLOSE-PROGRAM-SUMMARY and the unsequenced-only lines
      *  hand to TALLY-REGION-TOTALS
       01 SEQR-ADD-RECORDS          PIC 9(7) VALUE 0.
       01 SEQR-ADD-MISSING          PIC 9(8) VALUE 0.
       01 SEQR-ADD-DUPS             PIC 9(7) VALUE 0.
       01 SEQR-ADD-UNSEQ            PIC 9(7) VALUE 0.
       01 SEQR-ADD-TROUBLE          PIC X VALUE 'N'.

      *  Control-break state for the gap walk over the sorted input -
      *  one stream per program per region
       01 SEQR-CUR-STREAM.
          05 SEQR-CUR-PROGRAM       PIC X(8) VALUE SPACES.
          05 FILLER                 PIC X VALUE SPACE.
          05 SEQR-CUR-REGION        PIC X(8) VALUE SPACES.
       01 SEQR-FIRST-SEQ            PIC 9(8) VALUE 0.
       01 SEQR-PREV-SEQ             PIC 9(8) VALUE 0.
       01 SEQR-REC-COUNT            PIC 9(7) VALUE 0.
       01 SEQR-COUNT-DISP2          PIC ZZZZZZ9.
       01 SEQR-SIZE-DISP            PIC ZZZZZZZ9.

      *  Run-ledger parameter block for the EDULEDG calls
       COPY RUNLPRM.

       PROCEDURE DIVISION.
      *  -----------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *  -----------------------------------------------------------
           MOVE 'S' TO RUNL-REQ-FUNCTION.
           MOVE 'EDUSEQR' TO RUNL-REQ-STEP.
           MOVE SPACES TO RUNL-REQ-PHASE.
           PERFORM CALL-RUN-LEDGER.

           OPEN OUTPUT REPORT-OUTPUT-FILE.
           IF SEQR-RPTOUT-STATUS NOT = '00'
               DISPLAY 'EDUSEQR: UNABLE TO OPEN SEQRRPT, STATUS='
           PERFORM WRITE-REPORT-HEADING.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-PROGRAM SORT-REGION SORT-SEQUENCE
               INPUT PROCEDURE IS FEED-SORT-INPUT
               OUTPUT PROCEDURE IS SCAN-FOR-GAPS.

           PERFORM WRITE-REPORT-FOOTING.

           CLOSE REPORT-OUTPUT-FILE.
           MOVE 'E' TO RUNL-REQ-FUNCTION.
           PERFORM CALL-RUN-LEDGER.
           GOBACK.

      *  -----------------------------------------------------------

      *  -----------------------------------------------------------
       RELEASE-ONE-RECORD.
           MOVE 'C' TO RUNL-REQ-FUNCTION.
           MOVE AUDIT-KEY-DATE TO RUNL-REQ-DATE.
           MOVE 1 TO RUNL-REQ-READ.
           MOVE 0 TO RUNL-REQ-WRITTEN.
           PERFORM CALL-RUN-LEDGER.
           IF AUDIT-APPLID = SPACES
               MOVE '(NONE)' TO SEQR-REGION
           ELSE
               MOVE AUDIT-APPLID TO SEQR-REGION
           END-IF.
           IF AUDIT-SEQUENCE NUMERIC AND AUDIT-SEQUENCE > 0
               MOVE AUDIT-PROGRAM TO SORT-PROGRAM
               MOVE SEQR-REGION TO SORT-REGION
               MOVE AUDIT-SEQUENCE TO SORT-SEQUENCE
               RELEASE SORT-RECORD
           ELSE
           IF SEQR-UNSEQ-FOUND = 'Y'
               ADD 1 TO SEQR-UNSEQ-TOTAL(SEQR-UNSEQ-IDX)
           ELSE
               IF SEQR-UNSEQ-COUNT < 20
                   ADD 1 TO SEQR-UNSEQ-COUNT
                   MOVE AUDIT-PROGRAM
                           TO SEQR-UNSEQ-PROGRAM(SEQR-UNSEQ-COUNT)
                   MOVE SEQR-REGION
                           TO SEQR-UNSEQ-REGION(SEQR-UNSEQ-COUNT)
                   MOVE 1 TO SEQR-UNSEQ-TOTAL(SEQR-UNSEQ-COUNT)
                   MOVE 'N' TO SEQR-UNSEQ-REPORTED(SEQR-UNSEQ-COUNT)
               END-IF
           END-IF.

      *  -----------------------------------------------------------
       LOOK-FOR-UNSEQ-ENTRY.
           IF SEQR-UNSEQ-PROGRAM(SEQR-UNSEQ-IDX) = AUDIT-PROGRAM AND
              SEQR-UNSEQ-REGION(SEQR-UNSEQ-IDX) = SEQR-REGION
               MOVE 'Y' TO SEQR-UNSEQ-FOUND
           ELSE
               ADD 1 TO SEQR-UNSEQ-IDX
           EXIT.

      *  -----------------------------------------------------------
      *  Walk the sorted records program by program, region by
      *  region. Within one program in one region the sequences
      *  must run without holes from the first observed to the last;
      *  every hole is printed as an exact missing range.
      *  -----------------------------------------------------------
       SCAN-FOR-GAPS SECTION.


      *  -----------------------------------------------------------
       JUDGE-ONE-SORTED.
           IF SORT-PROGRAM NOT = SEQR-CUR-PROGRAM OR
              SORT-REGION NOT = SEQR-CUR-REGION
               PERFORM CLOSE-PROGRAM-SUMMARY
                   THRU CLOSE-PROGRAM-DONE
               MOVE SORT-PROGRAM TO SEQR-CUR-PROGRAM
               MOVE SORT-REGION TO SEQR-CUR-REGION
               ADD 1 TO SEQR-PROGRAMS-SEEN
               MOVE SORT-SEQUENCE TO SEQR-FIRST-SEQ
               MOVE SORT-SEQUENCE TO SEQR-PREV-SEQ

           MOVE SEQR-MISS-SIZE TO SEQR-SIZE-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING SEQR-CUR-STREAM  DELIMITED BY SIZE
                  ' MISSING '      DELIMITED BY SIZE
                  SEQR-MISS-FROM   DELIMITED BY SIZE
                  ' - '            DELIMITED BY SIZE
           WRITE REPORT-LINE.

      *  -----------------------------------------------------------
      *  Close off one program in one region: the summary with the
      *  observed range
      *  (so consecutive days can be chained across the boundary),
      *  and the certificate line when nothing at all is wrong
      *  -----------------------------------------------------------
           IF SEQR-UNSEQ-FOUND = 'Y'
               MOVE SEQR-UNSEQ-TOTAL(SEQR-UNSEQ-IDX)
                       TO SEQR-UNSEQ-THIS
               MOVE 'Y' TO SEQR-UNSEQ-REPORTED(SEQR-UNSEQ-IDX)
           END-IF.

           MOVE SEQR-REC-COUNT TO SEQR-COUNT-DISP.
           MOVE SEQR-MISSING-TOTAL TO SEQR-SIZE-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING SEQR-CUR-STREAM   DELIMITED BY SIZE
                  ' RECORDS='       DELIMITED BY SIZE
                  SEQR-COUNT-DISP   DELIMITED BY SIZE
                  ' RANGE '         DELIMITED BY SIZE
           MOVE SEQR-DUP-COUNT TO SEQR-COUNT-DISP.
           MOVE SEQR-UNSEQ-THIS TO SEQR-COUNT-DISP2.
           MOVE SPACES TO REPORT-LINE.
           STRING SEQR-CUR-STREAM   DELIMITED BY SIZE
                  ' DUPLICATES='    DELIMITED BY SIZE
                  SEQR-COUNT-DISP   DELIMITED BY SIZE
                  ' UNSEQUENCED='   DELIMITED BY SIZE
           IF SEQR-GAP-COUNT = 0 AND SEQR-DUP-COUNT = 0 AND
              SEQR-UNSEQ-THIS = 0
               MOVE SPACES TO REPORT-LINE
               STRING SEQR-CUR-STREAM DELIMITED BY SIZE
                      ' COMPLETE - EVERY SEQUENCE IN RANGE IS '
                      'PRESENT, NO DUPLICATES, NONE UNSEQUENCED'
                      DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE 'N' TO SEQR-ADD-TROUBLE
           ELSE
               MOVE 'Y' TO SEQR-TROUBLE-FLAG
               MOVE 'Y' TO SEQR-ADD-TROUBLE
           END-IF.

           MOVE SEQR-CUR-REGION TO SEQR-REGION.
           MOVE SEQR-REC-COUNT TO SEQR-ADD-RECORDS.
           MOVE SEQR-MISSING-TOTAL TO SEQR-ADD-MISSING.
           MOVE SEQR-DUP-COUNT TO SEQR-ADD-DUPS.
           MOVE SEQR-UNSEQ-THIS TO SEQR-ADD-UNSEQ.
           PERFORM TALLY-REGION-TOTALS.

       CLOSE-PROGRAM-DONE.
           EXIT.

      *  -----------------------------------------------------------
       LOOK-FOR-CUR-UNSEQ.
           IF SEQR-UNSEQ-PROGRAM(SEQR-UNSEQ-IDX) = SEQR-CUR-PROGRAM
              AND SEQR-UNSEQ-REGION(SEQR-UNSEQ-IDX) = SEQR-CUR-REGION
               MOVE 'Y' TO SEQR-UNSEQ-FOUND
           ELSE
               ADD 1 TO SEQR-UNSEQ-IDX
      *  -----------------------------------------------------------
       WRITE-REPORT-FOOTING SECTION.

           PERFORM REPORT-UNSEQ-ONLY
               VARYING SEQR-UNSEQ-IDX FROM 1 BY 1
               UNTIL SEQR-UNSEQ-IDX > SEQR-UNSEQ-COUNT.

           IF SEQR-PROGRAMS-SEEN = 0
               MOVE SPACES TO REPORT-LINE
               STRING '** NO SEQUENCED AUDIT RECORDS IN THE INPUT - '
               MOVE 'Y' TO SEQR-TROUBLE-FLAG
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'REGION SUMMARY' DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           PERFORM PRINT-REGION-SUMMARY
               VARYING SEQR-REGN-IDX FROM 1 BY 1
               UNTIL SEQR-REGN-IDX > SEQR-REGN-COUNT.
           IF SEQR-REGN-FULL-FLAG = 'Y'
               MOVE SPACES TO REPORT-LINE
               STRING '** MORE THAN 10 REGIONS - THE REST ARE IN THE '
                      'TOTAL ONLY **'
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
           MOVE 'TOTAL' TO SEQR-REGION.
           MOVE SEQR-TOTAL-RECORDS TO SEQR-ADD-RECORDS.
           MOVE SEQR-TOTAL-MISSING TO SEQR-ADD-MISSING.
           MOVE SEQR-TOTAL-DUPS TO SEQR-ADD-DUPS.
           MOVE SEQR-TOTAL-UNSEQ TO SEQR-ADD-UNSEQ.
           MOVE SEQR-TROUBLE-FLAG TO SEQR-ADD-TROUBLE.
           PERFORM PRINT-SUMMARY-LINE.

           IF TRAIL-HAS-TROUBLE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           GO TO WRITE-FOOTING-EXIT.

      *  -----------------------------------------------------------
      *  A program that drew no sequence at all in a region never
      *  reached the gap walk - its unsequenced records are reported
      *  here instead
      *  -----------------------------------------------------------
       REPORT-UNSEQ-ONLY.
           IF SEQR-UNSEQ-REPORTED(SEQR-UNSEQ-IDX) NOT = 'Y'
               MOVE SEQR-UNSEQ-PROGRAM(SEQR-UNSEQ-IDX)
                       TO SEQR-CUR-PROGRAM
               MOVE SEQR-UNSEQ-REGION(SEQR-UNSEQ-IDX)
                       TO SEQR-CUR-REGION
               MOVE SEQR-UNSEQ-TOTAL(SEQR-UNSEQ-IDX)
                       TO SEQR-COUNT-DISP2
               MOVE SPACES TO REPORT-LINE
               STRING SEQR-CUR-STREAM   DELIMITED BY SIZE
                      ' NO SEQUENCED RECORDS, UNSEQUENCED='
                                        DELIMITED BY SIZE
                      SEQR-COUNT-DISP2  DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               MOVE 'Y' TO SEQR-TROUBLE-FLAG
               MOVE SEQR-CUR-REGION TO SEQR-REGION
               MOVE 0 TO SEQR-ADD-RECORDS
               MOVE 0 TO SEQR-ADD-MISSING
               MOVE 0 TO SEQR-ADD-DUPS
               MOVE SEQR-UNSEQ-TOTAL(SEQR-UNSEQ-IDX) TO SEQR-ADD-UNSEQ
               MOVE 'Y' TO SEQR-ADD-TROUBLE
               PERFORM TALLY-REGION-TOTALS
           END-IF.

      *  -----------------------------------------------------------
       PRINT-REGION-SUMMARY.
           MOVE SEQR-REGN-NAME(SEQR-REGN-IDX) TO SEQR-REGION.
           MOVE SEQR-REGN-RECORDS(SEQR-REGN-IDX) TO SEQR-ADD-RECORDS.
           MOVE SEQR-REGN-MISSING(SEQR-REGN-IDX) TO SEQR-ADD-MISSING.
           MOVE SEQR-REGN-DUPS(SEQR-REGN-IDX) TO SEQR-ADD-DUPS.
           MOVE SEQR-REGN-UNSEQ(SEQR-REGN-IDX) TO SEQR-ADD-UNSEQ.
           MOVE SEQR-REGN-TROUBLE(SEQR-REGN-IDX) TO SEQR-ADD-TROUBLE.
           PERFORM PRINT-SUMMARY-LINE.

      *  -----------------------------------------------------------
      *  One region's line, or the run's: its counts and whether
      *  every program in it came through complete
      *  -----------------------------------------------------------
       PRINT-SUMMARY-LINE.
           MOVE SEQR-ADD-RECORDS TO SEQR-COUNT-DISP.
           MOVE SEQR-ADD-MISSING TO SEQR-SIZE-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING SEQR-REGION       DELIMITED BY SIZE
                  ' RECORDS='       DELIMITED BY SIZE
                  SEQR-COUNT-DISP   DELIMITED BY SIZE
                  ' MISSING='       DELIMITED BY SIZE
                  SEQR-SIZE-DISP    DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           MOVE SEQR-ADD-DUPS TO SEQR-COUNT-DISP.
           MOVE SEQR-ADD-UNSEQ TO SEQR-COUNT-DISP2.
           STRING ' DUPLICATES='    DELIMITED BY SIZE
                  SEQR-COUNT-DISP   DELIMITED BY SIZE
                  ' UNSEQUENCED='   DELIMITED BY SIZE
                  SEQR-COUNT-DISP2  DELIMITED BY SIZE
                  INTO REPORT-LINE(50:)
           END-STRING.
           IF SEQR-ADD-TROUBLE = 'Y'
               MOVE 'INCOMPLETE' TO REPORT-LINE(92:)
           ELSE
               MOVE 'COMPLETE' TO REPORT-LINE(92:)
           END-IF.
           WRITE REPORT-LINE.

       WRITE-FOOTING-EXIT.
           EXIT.

      *  -----------------------------------------------------------
      *  Add one program's counts in one region (SEQR-REGION) to the
      *  region's totals and the run's
      *  -----------------------------------------------------------
       TALLY-REGION-TOTALS SECTION.

           ADD SEQR-ADD-RECORDS TO SEQR-TOTAL-RECORDS.
           ADD SEQR-ADD-MISSING TO SEQR-TOTAL-MISSING.
           ADD SEQR-ADD-DUPS TO SEQR-TOTAL-DUPS.
           ADD SEQR-ADD-UNSEQ TO SEQR-TOTAL-UNSEQ.

           MOVE 'N' TO SEQR-REGN-FOUND.
           MOVE 1 TO SEQR-REGN-IDX.
           PERFORM LOOK-FOR-REGION-ENTRY
               UNTIL SEQR-REGN-FOUND = 'Y' OR
                     SEQR-REGN-IDX > SEQR-REGN-COUNT.
           IF SEQR-REGN-FOUND NOT = 'Y'
               IF SEQR-REGN-COUNT < 10
                   ADD 1 TO SEQR-REGN-COUNT
                   MOVE SEQR-REGN-COUNT TO SEQR-REGN-IDX
                   MOVE SEQR-REGION TO SEQR-REGN-NAME(SEQR-REGN-IDX)
                   MOVE 0 TO SEQR-REGN-RECORDS(SEQR-REGN-IDX)
                   MOVE 0 TO SEQR-REGN-MISSING(SEQR-REGN-IDX)
                   MOVE 0 TO SEQR-REGN-DUPS(SEQR-REGN-IDX)
                   MOVE 0 TO SEQR-REGN-UNSEQ(SEQR-REGN-IDX)
                   MOVE 'N' TO SEQR-REGN-TROUBLE(SEQR-REGN-IDX)
               ELSE
                   MOVE 'Y' TO SEQR-REGN-FULL-FLAG
                   GO TO TALLY-REGION-EXIT
               END-IF
           END-IF.

           ADD SEQR-ADD-RECORDS TO SEQR-REGN-RECORDS(SEQR-REGN-IDX).
           ADD SEQR-ADD-MISSING TO SEQR-REGN-MISSING(SEQR-REGN-IDX).
           ADD SEQR-ADD-DUPS TO SEQR-REGN-DUPS(SEQR-REGN-IDX).
           ADD SEQR-ADD-UNSEQ TO SEQR-REGN-UNSEQ(SEQR-REGN-IDX).
           IF SEQR-ADD-TROUBLE = 'Y'
               MOVE 'Y' TO SEQR-REGN-TROUBLE(SEQR-REGN-IDX)
           END-IF.
           GO TO TALLY-REGION-EXIT.

      *  -----------------------------------------------------------
       LOOK-FOR-REGION-ENTRY.
           IF SEQR-REGN-NAME(SEQR-REGN-IDX) = SEQR-REGION
               MOVE 'Y' TO SEQR-REGN-FOUND
           ELSE
               ADD 1 TO SEQR-REGN-IDX
           END-IF.

       TALLY-REGION-EXIT.
           EXIT.

      *  -----------------------------------------------------------
      *  Every EDULEDG call goes through here - the routine hands
      *  back the return code it is given, so the step's own stands
      *  -----------------------------------------------------------
       CALL-RUN-LEDGER SECTION.

           MOVE RETURN-CODE TO RUNL-REQ-RETURN-CODE.
           CALL 'EDULEDG' USING RUNL-REQUEST.

       CALL-RUN-LEDGER-EXIT.
           EXIT.
