      * Runs as an MVS batch job step, outside CICS, reading the       *
      * AUDTFILE KSDS that EC01 and EDUCHAN write to on every          *
      * invocation (see copybook AUDITREC). Produces one printed       *
      * line per distinct date/region/transaction/client/status-code   *
      * combination found in the file, with an occurrence count, so   *
      * a spike in a given status code (ECOM copybook mismatches,      *
      * NOCH missing channel setup, and so on) shows up as a trend     *
      * registered caller reads straight off the same page for         *
      * chargeback. AUDTFILE is expected to hold one day's        *
      * worth of activity at a time - archive/empty it between runs.   *
      *                                                                *
      * Where the back ends run in more than one CICS region, each     *
      * region's AUDTFILE is read in turn: AUDTFILE, then AUDTFIL2,    *
      * AUDTFIL3 and AUDTFIL4 where the step has them (the same DD     *
      * names EDUARCH reads). A region is the APPLID on its records,   *
      * (NONE) for records written before they carried one; the        *
      * report closes with a total per region and for the run, and     *
      * notes each optional region file the step was not given.        *
      *                                                                *
      * In the nightly job the step runs between the EDUARCH ARCHIVE   *
      * and DELETE phases, while the completed day is still on         *
      * AUDTFILE. It is recorded on the RUNLEDG run ledger through the *
      * EDULEDG routine (copybook RUNLPRM) with the records read per   *
      * AUDIT-KEY-DATE, which the EDURCTL control step ties to the     *
      * day's EDUARCH archived count before it releases the purge.     *
      ******************************************************************

       IDENTIFICATION DIVISION.
                  ACCESS MODE SEQUENTIAL
                  RECORD KEY IS AUDIT-KEY
                  FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT OPTIONAL AUDIT-FILE-2 ASSIGN TO AUDTFIL2
                  ORGANIZATION INDEXED
                  ACCESS MODE SEQUENTIAL
                  RECORD KEY IS AUD2-KEY
                  FILE STATUS IS WS-AUDIT2-FILE-STATUS.
           SELECT OPTIONAL AUDIT-FILE-3 ASSIGN TO AUDTFIL3
                  ORGANIZATION INDEXED
                  ACCESS MODE SEQUENTIAL
                  RECORD KEY IS AUD3-KEY
                  FILE STATUS IS WS-AUDIT3-FILE-STATUS.
           SELECT OPTIONAL AUDIT-FILE-4 ASSIGN TO AUDTFIL4
                  ORGANIZATION INDEXED
                  ACCESS MODE SEQUENTIAL
                  RECORD KEY IS AUD4-KEY
                  FILE STATUS IS WS-AUDIT4-FILE-STATUS.
           SELECT REPORT-OUTPUT-FILE ASSIGN TO EXCPRPT
                  ORGANIZATION SEQUENTIAL
                  FILE STATUS IS WS-RPTOUT-FILE-STATUS.
       FD  AUDIT-FILE.
           COPY AUDITREC.

       FD  AUDIT-FILE-2.
           COPY AUDITREC REPLACING LEADING ==AUDIT== BY ==AUD2==.

       FD  AUDIT-FILE-3.
           COPY AUDITREC REPLACING LEADING ==AUDIT== BY ==AUD3==.

       FD  AUDIT-FILE-4.
           COPY AUDITREC REPLACING LEADING ==AUDIT== BY ==AUD4==.

       FD  REPORT-OUTPUT-FILE.
       01  REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.

       01 WS-AUDIT-FILE-STATUS      PIC X(2) VALUE SPACES.
       01 WS-AUDIT2-FILE-STATUS     PIC X(2) VALUE SPACES.
       01 WS-AUDIT3-FILE-STATUS     PIC X(2) VALUE SPACES.
       01 WS-AUDIT4-FILE-STATUS     PIC X(2) VALUE SPACES.
       01 WS-RPTOUT-FILE-STATUS     PIC X(2) VALUE SPACES.
       01 WS-EOF-FLAG               PIC X VALUE 'N'.
          88 END-OF-AUDIT-FILE      VALUE 'Y'.
       01 WS-FOUND-FLAG             PIC X VALUE 'N'.
       01 WS-TABLE-FULL-FLAG        PIC X VALUE 'N'.

      *  Region files - which one is being read, the DD names, and
      *  the optional ones the step was not given
       01 WS-FILE-IDX               PIC 9 VALUE 0.
       01 WS-FILE-DD-LIST           PIC X(32)
                 VALUE 'AUDTFILEAUDTFIL2AUDTFIL3AUDTFIL4'.
       01 FILLER REDEFINES WS-FILE-DD-LIST.
          05 WS-FILE-DD             PIC X(8) OCCURS 4 TIMES.
       01 WS-FILE-ABSENT-LIST.
          05 WS-FILE-ABSENT-FLAG    PIC X OCCURS 4 TIMES.
       01 WS-REGION-NAME            PIC X(8) VALUE SPACES.

      *  Records per region, for the closing totals
       01 REGION-COUNT              PIC 9(2) VALUE 0.
       01 REGION-TABLE.
          05 REGION-ENTRY OCCURS 10 TIMES.
             10 REG-NAME            PIC X(08).
             10 REG-RECORDS         PIC 9(07).
       01 WS-REGION-FULL-FLAG       PIC X VALUE 'N'.
       01 WS-TOTAL-RECORDS          PIC 9(07) VALUE 0.

       01 SUMMARY-COUNT             PIC 9(4) VALUE 0.
       01 SUMMARY-TABLE.
          05 SUMMARY-ENTRY OCCURS 400 TIMES.
             10 SUM-DATE            PIC X(08).
             10 SUM-REGION          PIC X(08).
             10 SUM-TRAN            PIC X(04).
             10 SUM-CLIENT          PIC X(08).
             10 SUM-STATUS          PIC X(04).

       01 WS-SUM-COUNT-DISP         PIC ZZZZZZ9.

      *  Run-ledger parameter block for the EDULEDG calls
       COPY RUNLPRM.

       PROCEDURE DIVISION.
      *  -----------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *  -----------------------------------------------------------
           PERFORM INITIALIZE-REPORT.
           PERFORM READ-REGION-FILE
               VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > 4 OR RETURN-CODE >= 16.
           PERFORM PRINT-SUMMARY-REPORT.
           PERFORM TERMINATE-REPORT.
           GOBACK.

      *  -----------------------------------------------------------
       INITIALIZE-REPORT.
           MOVE 'S' TO RUNL-REQ-FUNCTION.
           MOVE 'EDURPT' TO RUNL-REQ-STEP.
           MOVE SPACES TO RUNL-REQ-PHASE.
           PERFORM CALL-RUN-LEDGER.

           OPEN OUTPUT REPORT-OUTPUT-FILE.
           IF WS-RPTOUT-FILE-STATUS NOT = '00'
               GOBACK
           END-IF.

           MOVE ALL 'N' TO WS-FILE-ABSENT-LIST.

      *  -----------------------------------------------------------
      *  Read one region's file through. AUDTFILE itself must be
      *  there; the other three are optional, and one not given to
      *  the step is noted on the report (EDURCTL's tie to the
      *  EDUARCH archived count catches one left out by mistake).
      *  -----------------------------------------------------------
       READ-REGION-FILE.
           EVALUATE WS-FILE-IDX
               WHEN 1
                   OPEN INPUT AUDIT-FILE
               WHEN 2
                   OPEN INPUT AUDIT-FILE-2
                   MOVE WS-AUDIT2-FILE-STATUS TO WS-AUDIT-FILE-STATUS
               WHEN 3
                   OPEN INPUT AUDIT-FILE-3
                   MOVE WS-AUDIT3-FILE-STATUS TO WS-AUDIT-FILE-STATUS
               WHEN 4
                   OPEN INPUT AUDIT-FILE-4
                   MOVE WS-AUDIT4-FILE-STATUS TO WS-AUDIT-FILE-STATUS
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-AUDIT-FILE-STATUS = '05' AND WS-FILE-IDX > 1
                   MOVE 'Y' TO WS-FILE-ABSENT-FLAG(WS-FILE-IDX)
                   PERFORM CLOSE-REGION-FILE
               WHEN WS-AUDIT-FILE-STATUS NOT = '00'
                   DISPLAY 'EDURPT: UNABLE TO OPEN '
                           WS-FILE-DD(WS-FILE-IDX)
                           ', STATUS=' WS-AUDIT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'N' TO WS-EOF-FLAG
                   PERFORM READ-NEXT-AUDIT-RECORD
                   PERFORM PROCESS-ONE-AUDIT-RECORD
                       UNTIL END-OF-AUDIT-FILE
                   PERFORM CLOSE-REGION-FILE
           END-EVALUATE.

      *  -----------------------------------------------------------
       CLOSE-REGION-FILE.
           EVALUATE WS-FILE-IDX
               WHEN 1
                   CLOSE AUDIT-FILE
               WHEN 2
                   CLOSE AUDIT-FILE-2
               WHEN 3
                   CLOSE AUDIT-FILE-3
               WHEN 4
                   CLOSE AUDIT-FILE-4
           END-EVALUATE.

      *  -----------------------------------------------------------
       READ-NEXT-AUDIT-RECORD.
           EVALUATE WS-FILE-IDX
               WHEN 1
                   READ AUDIT-FILE
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                   END-READ
               WHEN 2
                   READ AUDIT-FILE-2 INTO AUDIT-RECORD
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                   END-READ
                   MOVE WS-AUDIT2-FILE-STATUS TO WS-AUDIT-FILE-STATUS
               WHEN 3
                   READ AUDIT-FILE-3 INTO AUDIT-RECORD
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                   END-READ
                   MOVE WS-AUDIT3-FILE-STATUS TO WS-AUDIT-FILE-STATUS
               WHEN 4
                   READ AUDIT-FILE-4 INTO AUDIT-RECORD
                       AT END MOVE 'Y' TO WS-EOF-FLAG
                   END-READ
                   MOVE WS-AUDIT4-FILE-STATUS TO WS-AUDIT-FILE-STATUS
           END-EVALUATE.
           IF NOT END-OF-AUDIT-FILE AND WS-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'EDURPT: ' WS-FILE-DD(WS-FILE-IDX)
                       ' READ ERROR, STATUS=' WS-AUDIT-FILE-STATUS
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.

      *  -----------------------------------------------------------
       PROCESS-ONE-AUDIT-RECORD.
           MOVE 'C' TO RUNL-REQ-FUNCTION.
           MOVE AUDIT-KEY-DATE TO RUNL-REQ-DATE.
           MOVE 1 TO RUNL-REQ-READ.
           MOVE 0 TO RUNL-REQ-WRITTEN.
           PERFORM CALL-RUN-LEDGER.
           IF AUDIT-APPLID = SPACES
               MOVE '(NONE)' TO WS-REGION-NAME
           ELSE
               MOVE AUDIT-APPLID TO WS-REGION-NAME
           END-IF.
           PERFORM FIND-OR-ADD-SUMMARY.
           PERFORM ADD-TO-REGION-TOTAL.
           PERFORM READ-NEXT-AUDIT-RECORD.

      *  -----------------------------------------------------------
      *  Look for an existing date/region/transaction/status entry and
      *  bump its count, otherwise add a new one while there is
      *  still room in SUMMARY-TABLE
      *  -----------------------------------------------------------
           IF WS-FOUND-FLAG = 'Y'
               ADD 1 TO SUM-COUNT(WS-IDX)
           ELSE
               IF SUMMARY-COUNT < 400
                   ADD 1 TO SUMMARY-COUNT
                   MOVE AUDIT-KEY-DATE   TO SUM-DATE(SUMMARY-COUNT)
                   MOVE WS-REGION-NAME   TO SUM-REGION(SUMMARY-COUNT)
                   MOVE AUDIT-KEY-TRAN   TO SUM-TRAN(SUMMARY-COUNT)
                   MOVE AUDIT-CLIENT-ID  TO SUM-CLIENT(SUMMARY-COUNT)
                   MOVE AUDIT-STATUS-CODE TO SUM-STATUS(SUMMARY-COUNT)
      *  -----------------------------------------------------------
       SEARCH-SUMMARY-ENTRY.
           IF SUM-DATE(WS-IDX) = AUDIT-KEY-DATE AND
              SUM-REGION(WS-IDX) = WS-REGION-NAME AND
              SUM-TRAN(WS-IDX) = AUDIT-KEY-TRAN AND
              SUM-CLIENT(WS-IDX) = AUDIT-CLIENT-ID AND
              SUM-STATUS(WS-IDX) = AUDIT-STATUS-CODE
               ADD 1 TO WS-IDX
           END-IF.

      *  -----------------------------------------------------------
      *  Every record counts towards its region's total, and a
      *  region the table has no room for towards the run's only
      *  -----------------------------------------------------------
       ADD-TO-REGION-TOTAL.
           ADD 1 TO WS-TOTAL-RECORDS.
           MOVE 1 TO WS-IDX.
           MOVE 'N' TO WS-FOUND-FLAG.
           PERFORM SEARCH-REGION-ENTRY
               UNTIL WS-IDX > REGION-COUNT OR WS-FOUND-FLAG = 'Y'.
           IF WS-FOUND-FLAG = 'Y'
               ADD 1 TO REG-RECORDS(WS-IDX)
           ELSE
               IF REGION-COUNT < 10
                   ADD 1 TO REGION-COUNT
                   MOVE WS-REGION-NAME TO REG-NAME(REGION-COUNT)
                   MOVE 1 TO REG-RECORDS(REGION-COUNT)
               ELSE
                   MOVE 'Y' TO WS-REGION-FULL-FLAG
               END-IF
           END-IF.

      *  -----------------------------------------------------------
       SEARCH-REGION-ENTRY.
           IF REG-NAME(WS-IDX) = WS-REGION-NAME
               MOVE 'Y' TO WS-FOUND-FLAG
           ELSE
               ADD 1 TO WS-IDX
           END-IF.

      *  -----------------------------------------------------------
       PRINT-SUMMARY-REPORT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING 'DATE     REGION   TRAN CLIENT   STATUS  COUNT'
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
               WRITE REPORT-LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'REGION     RECORDS'
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           PERFORM PRINT-ONE-REGION-LINE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > REGION-COUNT.
           IF WS-REGION-FULL-FLAG = 'Y'
               MOVE SPACES TO REPORT-LINE
               STRING '** MORE THAN 10 REGIONS - THE REST ARE IN THE '
                      'TOTAL ONLY **'
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
           MOVE WS-TOTAL-RECORDS TO WS-SUM-COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TOTAL    '        DELIMITED BY SIZE
                  WS-SUM-COUNT-DISP  DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           PERFORM PRINT-ABSENT-FILE-LINE
               VARYING WS-FILE-IDX FROM 2 BY 1
               UNTIL WS-FILE-IDX > 4.

      *  -----------------------------------------------------------
       PRINT-ONE-REGION-LINE.
           MOVE REG-RECORDS(WS-IDX) TO WS-SUM-COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING REG-NAME(WS-IDX)   DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WS-SUM-COUNT-DISP  DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

      *  -----------------------------------------------------------
       PRINT-ABSENT-FILE-LINE.
           IF WS-FILE-ABSENT-FLAG(WS-FILE-IDX) = 'Y'
               MOVE SPACES TO REPORT-LINE
               STRING 'NO ' DELIMITED BY SIZE
                      WS-FILE-DD(WS-FILE-IDX) DELIMITED BY SIZE
                      ' IN THIS RUN - NOT A REGION READ'
                      DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

      *  -----------------------------------------------------------
       PRINT-ONE-SUMMARY-LINE.
           MOVE SUM-COUNT(WS-IDX) TO WS-SUM-COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING SUM-DATE(WS-IDX)   DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  SUM-REGION(WS-IDX) DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  SUM-TRAN(WS-IDX)   DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE

      *  -----------------------------------------------------------
       TERMINATE-REPORT.
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
