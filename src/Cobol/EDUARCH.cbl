      * online days so the audit WRITEs never start failing mid-day    *
      * against a full file.                                           *
      *                                                                *
      * Where the back ends run in more than one CICS region each      *
      * region has its own AUDTFILE. A REGIONS n statement on ARCHCTL  *
      * (1 to 4, default 1) says how many there are: the first is      *
      * AUDTFILE, the others AUDTFIL2, AUDTFIL3 and AUDTFIL4, and a    *
      * file that is named but cannot be opened stops the run - a      *
      * region is never left out of the history by accident. Both      *
      * phases work through the files in turn.                         *
      *                                                                *
      * The work is done in two phases, run as separate steps of the   *
      * nightly job and chosen by a PHASE statement on ARCHCTL:        *
      *                                                                *
      *   PHASE ARCHIVE   every record whose AUDIT-KEY-DATE is earlier *
      *                   than the run date (a completed day) is       *
      *                   copied to the AUDTHIST history file, the     *
      *                   regions' records merged into one key-order   *
      *                   generation (region APPLID breaking ties).    *
      *                   Run-to-run output is kept apart by making    *
      *                   AUDTHIST a generation dataset in the JCL.    *
      *                   Nothing is deleted. A day the run ledger     *
      *                   already shows archived by an earlier run is  *
      *                   passed over, so a rerun never copies a day   *
      *                   twice (a failed run's generation is          *
      *                   scratched before the rerun, which archives   *
      *                   every day not yet recorded complete).        *
      *   PHASE DELETE    the completed days' records are deleted from *
      *                   the KSDS - but only for a day the EDURCTL    *
      *                   control step has released, having tied this  *
      *                   program's archived count to what EDUSEQR,    *
      *                   EDURPT and the other nightly steps read for  *
      *                   the same day. An unreleased day is held on   *
      *                   AUDTFILE untouched. AUDTHIST is not opened.  *
      *                                                                *
      * Without ARCHCTL the ARCHIVE phase runs; the purge never runs   *
      * unless it is asked for and released. Records for the run date  *
      * itself and later are left in place by both phases. Any         *
      * history-file problem stops the job cold with the KSDS still    *
      * intact.                                                        *
      *                                                                *
      * Each phase records itself on the RUNLEDG run ledger through    *
      * the EDULEDG routine (copybook RUNLPRM) as step EDUARCH, phase  *
      * ARCHIVE or DELETE, with the records read and the records       *
      * archived or deleted per AUDIT-KEY-DATE. The release is read    *
      * from the same ledger; with the ledger unavailable nothing is   *
      * released.                                                      *
      *                                                                *
      * The ARCRPT control report shows, for each region file and      *
      * AUDIT-KEY-DATE, how many records were archived and how many    *
      * were deleted, and why a day was passed over or held, with a    *
      * total per region and for the run. Return codes: 0 all clean,   *
      * 4 one or more days held for want of a release, 8 one or more   *
      * deletes failed, 16 could not open/read/write a file or the     *
      * ARCHCTL statement was unusable.                                *
      ******************************************************************

       IDENTIFICATION DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE-1 ASSIGN TO AUDTFILE
                  ORGANIZATION INDEXED
                  ACCESS MODE SEQUENTIAL
                  RECORD KEY IS AUD1-KEY
                  FILE STATUS IS ARCH-AUDIT1-STATUS.
           SELECT AUDIT-FILE-2 ASSIGN TO AUDTFIL2
                  ORGANIZATION INDEXED
                  ACCESS MODE SEQUENTIAL
                  RECORD KEY IS AUD2-KEY
                  FILE STATUS IS ARCH-AUDIT2-STATUS.
           SELECT AUDIT-FILE-3 ASSIGN TO AUDTFIL3
                  ORGANIZATION INDEXED
                  ACCESS MODE SEQUENTIAL
                  RECORD KEY IS AUD3-KEY
                  FILE STATUS IS ARCH-AUDIT3-STATUS.
           SELECT AUDIT-FILE-4 ASSIGN TO AUDTFIL4
                  ORGANIZATION INDEXED
                  ACCESS MODE SEQUENTIAL
                  RECORD KEY IS AUD4-KEY
                  FILE STATUS IS ARCH-AUDIT4-STATUS.
           SELECT MERGE-WORK-FILE ASSIGN TO SORTWK.
           SELECT HISTORY-OUTPUT-FILE ASSIGN TO AUDTHIST
                  ORGANIZATION SEQUENTIAL
                  FILE STATUS IS ARCH-HIST-FILE-STATUS.
           SELECT REPORT-OUTPUT-FILE ASSIGN TO ARCRPT
                  ORGANIZATION SEQUENTIAL
                  FILE STATUS IS ARCH-RPTOUT-FILE-STATUS.
           SELECT CONTROL-INPUT-FILE ASSIGN TO ARCHCTL
                  ORGANIZATION SEQUENTIAL
                  FILE STATUS IS ARCH-CTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE-1.
           COPY AUDITREC REPLACING LEADING ==AUDIT== BY ==AUD1==.

       FD  AUDIT-FILE-2.
           COPY AUDITREC REPLACING LEADING ==AUDIT== BY ==AUD2==.

       FD  AUDIT-FILE-3.
           COPY AUDITREC REPLACING LEADING ==AUDIT== BY ==AUD3==.

       FD  AUDIT-FILE-4.
           COPY AUDITREC REPLACING LEADING ==AUDIT== BY ==AUD4==.

      *  The regions' completed-day records, merged into key order
      *  for the one history generation
       SD  MERGE-WORK-FILE.
           COPY AUDITREC REPLACING LEADING ==AUDIT== BY ==MRG==.

       FD  HISTORY-OUTPUT-FILE.
           COPY AUDITREC REPLACING LEADING ==AUDIT== BY ==HIST==.
       FD  REPORT-OUTPUT-FILE.
       01  REPORT-LINE               PIC X(132).

       FD  CONTROL-INPUT-FILE.
       01  CONTROL-LINE              PIC X(80).

       WORKING-STORAGE SECTION.

       01 ARCH-AUDIT-FILE-STATUS    PIC X(2) VALUE SPACES.
       01 ARCH-AUDIT1-STATUS        PIC X(2) VALUE SPACES.
       01 ARCH-AUDIT2-STATUS        PIC X(2) VALUE SPACES.
       01 ARCH-AUDIT3-STATUS        PIC X(2) VALUE SPACES.
       01 ARCH-AUDIT4-STATUS        PIC X(2) VALUE SPACES.
       01 ARCH-HIST-FILE-STATUS     PIC X(2) VALUE SPACES.
       01 ARCH-RPTOUT-FILE-STATUS   PIC X(2) VALUE SPACES.
       01 ARCH-CTL-FILE-STATUS      PIC X(2) VALUE SPACES.

       01 ARCH-EOF-FLAG             PIC X VALUE 'N'.
          88 END-OF-AUDIT-FILE      VALUE 'Y'.
       01 ARCH-CTL-EOF-FLAG         PIC X VALUE 'N'.
          88 END-OF-CONTROL-FILE    VALUE 'Y'.
       01 ARCH-DELETE-FAIL-FLAG     PIC X VALUE 'N'.
          88 A-DELETE-FAILED        VALUE 'Y'.
       01 ARCH-HELD-FLAG            PIC X VALUE 'N'.
          88 A-DATE-WAS-HELD        VALUE 'Y'.
       01 ARCH-MERGE-EOF-FLAG       PIC X VALUE 'N'.
          88 END-OF-MERGED-RECORDS  VALUE 'Y'.

      *  The audit record in hand, read from whichever region's file
      *  is being worked
           COPY AUDITREC.

      *  Region files - how many ARCHCTL names, the DD names they are
      *  read from, and each one's APPLID and totals for the report
       01 ARCH-REGION-COUNT         PIC 9 VALUE 1.
       01 ARCH-REGION-IDX           PIC 9 VALUE 0.
       01 ARCH-REGION-DD-LIST       PIC X(32)
                 VALUE 'AUDTFILEAUDTFIL2AUDTFIL3AUDTFIL4'.
       01 FILLER REDEFINES ARCH-REGION-DD-LIST.
          05 ARCH-REGION-DD         PIC X(8) OCCURS 4 TIMES.
       01 ARCH-REGION-TABLE.
          05 ARCH-REGION-ENTRY      OCCURS 4 TIMES.
             10 ARCH-REGION-APPLID  PIC X(8).
             10 ARCH-REGION-ARCHIVED PIC 9(7).
             10 ARCH-REGION-DELETED PIC 9(7).
             10 ARCH-REGION-PASSED  PIC 9(7).
       01 ARCH-REGION-NAME          PIC X(8) VALUE SPACES.
       01 ARCH-REGION-LABEL         PIC X(8) VALUE SPACES.

      *  Phase asked for on ARCHCTL, and its statement parsed
       01 ARCH-PHASE                PIC X(8) VALUE 'ARCHIVE'.
          88 ARCHIVE-PHASE          VALUE 'ARCHIVE'.
          88 DELETE-PHASE           VALUE 'DELETE'.
       01 ARCH-TOKEN1               PIC X(16) VALUE SPACES.
       01 ARCH-TOKEN2               PIC X(16) VALUE SPACES.

      *  Whether the date in hand is worked or passed over, and why
       01 ARCH-DATE-ACTION          PIC X VALUE 'T'.
          88 TAKE-THIS-DATE         VALUE 'T'.
          88 PASS-THIS-DATE         VALUE 'P'.
       01 ARCH-DATE-NOTE            PIC X(40) VALUE SPACES.

      *  Run date - records dated earlier than this are archived
       01 ARCH-RUN-DATE             PIC X(8) VALUE SPACES.
       01 ARCH-CURRENT-DATE         PIC X(8) VALUE SPACES.
       01 ARCH-DATE-ARCHIVED        PIC 9(7) VALUE 0.
       01 ARCH-DATE-DELETED         PIC 9(7) VALUE 0.
       01 ARCH-DATE-PASSED          PIC 9(7) VALUE 0.

       01 ARCH-TOTAL-ARCHIVED       PIC 9(7) VALUE 0.
       01 ARCH-TOTAL-DELETED        PIC 9(7) VALUE 0.
       01 ARCH-TOTAL-PASSED         PIC 9(7) VALUE 0.
       01 ARCH-TOTAL-MERGED         PIC 9(7) VALUE 0.

       01 ARCH-COUNT-DISP           PIC ZZZZZZ9.
       01 ARCH-COUNT-DISP2          PIC ZZZZZZ9.
       01 ARCH-COUNT-DISP3          PIC ZZZZZZ9.

      *  Run-ledger parameter block for the EDULEDG calls
       COPY RUNLPRM.

       PROCEDURE DIVISION.
      *  -----------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *  -----------------------------------------------------------
           PERFORM INITIALIZE-ARCHIVE.
           IF ARCHIVE-PHASE
               SORT MERGE-WORK-FILE
                   ON ASCENDING KEY MRG-KEY-DATE MRG-KEY-TIME
                                    MRG-KEY-TRAN MRG-KEY-TASKN
                                    MRG-APPLID
                   INPUT PROCEDURE IS GATHER-REGION-RECORDS
                   OUTPUT PROCEDURE IS WRITE-MERGED-HISTORY
           ELSE
               PERFORM PROCESS-REGION-FILE
                   VARYING ARCH-REGION-IDX FROM 1 BY 1
                   UNTIL ARCH-REGION-IDX > ARCH-REGION-COUNT
                      OR RETURN-CODE >= 16
           END-IF.
           PERFORM TERMINATE-ARCHIVE.
           GOBACK.

       INITIALIZE-ARCHIVE.
           ACCEPT ARCH-RUN-DATE FROM DATE YYYYMMDD.

           PERFORM READ-CONTROL-STATEMENTS.
           IF RETURN-CODE >= 16
               GOBACK
           END-IF.

           MOVE 'S' TO RUNL-REQ-FUNCTION.
           MOVE 'EDUARCH' TO RUNL-REQ-STEP.
           MOVE ARCH-PHASE TO RUNL-REQ-PHASE.
           PERFORM CALL-RUN-LEDGER.
           IF RUNL-REQ-UNAVAILABLE AND DELETE-PHASE
               DISPLAY 'EDUARCH: NO RUN LEDGER - NO DATE CAN BE '
                       'RELEASED, NOTHING WILL BE DELETED'
           END-IF.

           MOVE SPACES TO ARCH-REGION-TABLE.
           PERFORM CLEAR-REGION-TOTALS
               VARYING ARCH-REGION-IDX FROM 1 BY 1
               UNTIL ARCH-REGION-IDX > 4.

           IF ARCHIVE-PHASE
               OPEN OUTPUT HISTORY-OUTPUT-FILE
               IF ARCH-HIST-FILE-STATUS NOT = '00'
                   DISPLAY 'EDUARCH: UNABLE TO OPEN AUDTHIST, STATUS='
                           ARCH-HIST-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           OPEN OUTPUT REPORT-OUTPUT-FILE.
           END-IF.

           PERFORM WRITE-REPORT-HEADING.

      *  -----------------------------------------------------------
       CLEAR-REGION-TOTALS.
           MOVE 0 TO ARCH-REGION-ARCHIVED(ARCH-REGION-IDX).
           MOVE 0 TO ARCH-REGION-DELETED(ARCH-REGION-IDX).
           MOVE 0 TO ARCH-REGION-PASSED(ARCH-REGION-IDX).

      *  -----------------------------------------------------------
      *  ARCHCTL names the phase, and how many region files there
      *  are when there is more than the one AUDTFILE. No ARCHCTL
      *  means the ARCHIVE phase of one region - the purge is never
      *  the default.
      *  -----------------------------------------------------------
       READ-CONTROL-STATEMENTS.
           OPEN INPUT CONTROL-INPUT-FILE.
           IF ARCH-CTL-FILE-STATUS NOT = '00'
               DISPLAY 'EDUARCH: NO ARCHCTL - ARCHIVE PHASE, NOTHING '
                       'IS DELETED'
           ELSE
               PERFORM READ-NEXT-CONTROL-LINE
               PERFORM APPLY-ONE-CONTROL-LINE
                   UNTIL END-OF-CONTROL-FILE
               CLOSE CONTROL-INPUT-FILE
           END-IF.

      *  -----------------------------------------------------------
       READ-NEXT-CONTROL-LINE.
           READ CONTROL-INPUT-FILE
               AT END MOVE 'Y' TO ARCH-CTL-EOF-FLAG
           END-READ.
           IF NOT END-OF-CONTROL-FILE AND ARCH-CTL-FILE-STATUS NOT ='00'
               DISPLAY 'EDUARCH: ARCHCTL READ ERROR, STATUS='
                       ARCH-CTL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO ARCH-CTL-EOF-FLAG
           END-IF.

      *  -----------------------------------------------------------
       APPLY-ONE-CONTROL-LINE.
           IF CONTROL-LINE NOT = SPACES AND CONTROL-LINE(1:1) NOT = '*'
               MOVE SPACES TO ARCH-TOKEN1 ARCH-TOKEN2
               UNSTRING CONTROL-LINE DELIMITED BY ALL SPACES
                   INTO ARCH-TOKEN1 ARCH-TOKEN2
               END-UNSTRING
               EVALUATE TRUE
                   WHEN ARCH-TOKEN1 = 'PHASE' AND
                        (ARCH-TOKEN2 = 'ARCHIVE' OR
                         ARCH-TOKEN2 = 'DELETE')
                       MOVE ARCH-TOKEN2 TO ARCH-PHASE
                   WHEN ARCH-TOKEN1 = 'REGIONS' AND
                        ARCH-TOKEN2(1:1) >= '1' AND
                        ARCH-TOKEN2(1:1) <= '4' AND
                        ARCH-TOKEN2(2:) = SPACES
                       MOVE ARCH-TOKEN2(1:1) TO ARCH-REGION-COUNT
                   WHEN OTHER
                       DISPLAY 'EDUARCH: UNUSABLE CONTROL STATEMENT: '
                               CONTROL-LINE(1:60)
                       MOVE 16 TO RETURN-CODE
               END-EVALUATE
           END-IF.
           PERFORM READ-NEXT-CONTROL-LINE.

      *  -----------------------------------------------------------
      *  Work through one region's file. Its completed days are
      *  control-broken on their own, so a date's line on the report
      *  belongs to one region.
      *  -----------------------------------------------------------
       PROCESS-REGION-FILE.
           MOVE ARCH-REGION-DD(ARCH-REGION-IDX) TO ARCH-REGION-NAME.
           PERFORM OPEN-REGION-FILE.
           IF ARCH-AUDIT-FILE-STATUS NOT = '00'
               DISPLAY 'EDUARCH: UNABLE TO OPEN ' ARCH-REGION-NAME
                       ', STATUS=' ARCH-AUDIT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES TO ARCH-CURRENT-DATE
               MOVE 'N' TO ARCH-EOF-FLAG
               PERFORM READ-NEXT-AUDIT-RECORD
               PERFORM PROCESS-ONE-AUDIT-RECORD
                   UNTIL END-OF-AUDIT-FILE
               PERFORM WRITE-DATE-CONTROL-LINE
               PERFORM CLOSE-REGION-FILE
           END-IF.

      *  -----------------------------------------------------------
       OPEN-REGION-FILE.
           EVALUATE ARCH-REGION-IDX
               WHEN 1
                   IF DELETE-PHASE
                       OPEN I-O AUDIT-FILE-1
                   ELSE
                       OPEN INPUT AUDIT-FILE-1
                   END-IF
                   MOVE ARCH-AUDIT1-STATUS TO ARCH-AUDIT-FILE-STATUS
               WHEN 2
                   IF DELETE-PHASE
                       OPEN I-O AUDIT-FILE-2
                   ELSE
                       OPEN INPUT AUDIT-FILE-2
                   END-IF
                   MOVE ARCH-AUDIT2-STATUS TO ARCH-AUDIT-FILE-STATUS
               WHEN 3
                   IF DELETE-PHASE
                       OPEN I-O AUDIT-FILE-3
                   ELSE
                       OPEN INPUT AUDIT-FILE-3
                   END-IF
                   MOVE ARCH-AUDIT3-STATUS TO ARCH-AUDIT-FILE-STATUS
               WHEN 4
                   IF DELETE-PHASE
                       OPEN I-O AUDIT-FILE-4
                   ELSE
                       OPEN INPUT AUDIT-FILE-4
                   END-IF
                   MOVE ARCH-AUDIT4-STATUS TO ARCH-AUDIT-FILE-STATUS
           END-EVALUATE.

      *  -----------------------------------------------------------
       CLOSE-REGION-FILE.
           EVALUATE ARCH-REGION-IDX
               WHEN 1
                   CLOSE AUDIT-FILE-1
               WHEN 2
                   CLOSE AUDIT-FILE-2
               WHEN 3
                   CLOSE AUDIT-FILE-3
               WHEN 4
                   CLOSE AUDIT-FILE-4
           END-EVALUATE.

      *  -----------------------------------------------------------
       READ-NEXT-AUDIT-RECORD.
           EVALUATE ARCH-REGION-IDX
               WHEN 1
                   READ AUDIT-FILE-1 INTO AUDIT-RECORD
                       AT END MOVE 'Y' TO ARCH-EOF-FLAG
                   END-READ
                   MOVE ARCH-AUDIT1-STATUS TO ARCH-AUDIT-FILE-STATUS
               WHEN 2
                   READ AUDIT-FILE-2 INTO AUDIT-RECORD
                       AT END MOVE 'Y' TO ARCH-EOF-FLAG
                   END-READ
                   MOVE ARCH-AUDIT2-STATUS TO ARCH-AUDIT-FILE-STATUS
               WHEN 3
                   READ AUDIT-FILE-3 INTO AUDIT-RECORD
                       AT END MOVE 'Y' TO ARCH-EOF-FLAG
                   END-READ
                   MOVE ARCH-AUDIT3-STATUS TO ARCH-AUDIT-FILE-STATUS
               WHEN 4
                   READ AUDIT-FILE-4 INTO AUDIT-RECORD
                       AT END MOVE 'Y' TO ARCH-EOF-FLAG
                   END-READ
                   MOVE ARCH-AUDIT4-STATUS TO ARCH-AUDIT-FILE-STATUS
           END-EVALUATE.
           IF NOT END-OF-AUDIT-FILE AND ARCH-AUDIT-FILE-STATUS NOT ='00'
               DISPLAY 'EDUARCH: ' ARCH-REGION-NAME
                       ' READ ERROR, STATUS=' ARCH-AUDIT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO ARCH-EOF-FLAG
           END-IF.
           IF NOT END-OF-AUDIT-FILE AND
              ARCH-REGION-APPLID(ARCH-REGION-IDX) = SPACES
               MOVE AUDIT-APPLID TO ARCH-REGION-APPLID(ARCH-REGION-IDX)
           END-IF.

      *  -----------------------------------------------------------
      *  The key leads with AUDIT-KEY-DATE, so the first record on
           IF AUDIT-KEY-DATE >= ARCH-RUN-DATE
               MOVE 'Y' TO ARCH-EOF-FLAG
           ELSE
               IF AUDIT-KEY-DATE NOT = ARCH-CURRENT-DATE
                   PERFORM START-NEW-DATE
               END-IF
               IF PASS-THIS-DATE
                   ADD 1 TO ARCH-DATE-PASSED
                   ADD 1 TO ARCH-REGION-PASSED(ARCH-REGION-IDX)
                   ADD 1 TO ARCH-TOTAL-PASSED
               ELSE
                   IF ARCHIVE-PHASE
                       PERFORM ARCHIVE-ONE-RECORD
                   ELSE
                       PERFORM DELETE-ONE-RECORD
                   END-IF
               END-IF
               PERFORM READ-NEXT-AUDIT-RECORD
           END-IF.

      *  -----------------------------------------------------------
      *  A new completed day: close off the last one's control line
      *  and ask the run ledger whether this one is to be worked.
      *  The ARCHIVE phase passes over a day already archived; the
      *  DELETE phase holds a day EDURCTL has not released.
      *  -----------------------------------------------------------
       START-NEW-DATE.
           PERFORM WRITE-DATE-CONTROL-LINE.
           MOVE AUDIT-KEY-DATE TO ARCH-CURRENT-DATE.
           MOVE 'T' TO ARCH-DATE-ACTION.
           MOVE SPACES TO ARCH-DATE-NOTE.

           MOVE 'Q' TO RUNL-REQ-FUNCTION.
           MOVE ARCH-CURRENT-DATE TO RUNL-REQ-DATE.
           IF ARCHIVE-PHASE
               MOVE 'EDUARCH' TO RUNL-REQ-STEP
               MOVE 'ARCHIVE' TO RUNL-REQ-PHASE
               PERFORM CALL-RUN-LEDGER
               IF RUNL-REQ-DONE AND RUNL-REQ-ENTRY-COMPLETE
                   MOVE 'P' TO ARCH-DATE-ACTION
                   MOVE 'ALREADY ARCHIVED' TO ARCH-DATE-NOTE
                   MOVE 'K' TO RUNL-REQ-FUNCTION
                   PERFORM CALL-RUN-LEDGER
               END-IF
           ELSE
               MOVE 'EDURCTL' TO RUNL-REQ-STEP
               MOVE SPACES TO RUNL-REQ-PHASE
               PERFORM CALL-RUN-LEDGER
               IF RUNL-REQ-DONE AND RUNL-REQ-ENTRY-ENDED AND
                  RUNL-REQ-ENTRY-RC < 8
                   CONTINUE
               ELSE
                   MOVE 'P' TO ARCH-DATE-ACTION
                   MOVE 'HELD - NOT RELEASED BY EDURCTL'
                           TO ARCH-DATE-NOTE
                   MOVE 'Y' TO ARCH-HELD-FLAG
               END-IF
           END-IF.

      *  -----------------------------------------------------------
      *  Pass one completed-day record to the merge. It is counted
      *  read here and written when the merge puts it on the history
      *  file.
      *  -----------------------------------------------------------
       ARCHIVE-ONE-RECORD.
           MOVE 'C' TO RUNL-REQ-FUNCTION.
           MOVE ARCH-CURRENT-DATE TO RUNL-REQ-DATE.
           MOVE 1 TO RUNL-REQ-READ.
           MOVE 0 TO RUNL-REQ-WRITTEN.
           PERFORM CALL-RUN-LEDGER.

           RELEASE MRG-RECORD FROM AUDIT-RECORD.
           ADD 1 TO ARCH-DATE-ARCHIVED.
           ADD 1 TO ARCH-REGION-ARCHIVED(ARCH-REGION-IDX).
           ADD 1 TO ARCH-TOTAL-ARCHIVED.

      *  -----------------------------------------------------------
       DELETE-ONE-RECORD.
           MOVE 'C' TO RUNL-REQ-FUNCTION.
           MOVE ARCH-CURRENT-DATE TO RUNL-REQ-DATE.
           MOVE 1 TO RUNL-REQ-READ.
           MOVE 0 TO RUNL-REQ-WRITTEN.

           EVALUATE ARCH-REGION-IDX
               WHEN 1
                   DELETE AUDIT-FILE-1
                   MOVE ARCH-AUDIT1-STATUS TO ARCH-AUDIT-FILE-STATUS
               WHEN 2
                   DELETE AUDIT-FILE-2
                   MOVE ARCH-AUDIT2-STATUS TO ARCH-AUDIT-FILE-STATUS
               WHEN 3
                   DELETE AUDIT-FILE-3
                   MOVE ARCH-AUDIT3-STATUS TO ARCH-AUDIT-FILE-STATUS
               WHEN 4
                   DELETE AUDIT-FILE-4
                   MOVE ARCH-AUDIT4-STATUS TO ARCH-AUDIT-FILE-STATUS
           END-EVALUATE.
           IF ARCH-AUDIT-FILE-STATUS = '00'
               ADD 1 TO ARCH-DATE-DELETED
               ADD 1 TO ARCH-REGION-DELETED(ARCH-REGION-IDX)
               ADD 1 TO ARCH-TOTAL-DELETED
               MOVE 1 TO RUNL-REQ-WRITTEN
           ELSE
               DISPLAY 'EDUARCH: ' ARCH-REGION-NAME
                       ' DELETE ERROR, STATUS='
                       ARCH-AUDIT-FILE-STATUS
                       ' KEY=' AUDIT-KEY
               MOVE 'Y' TO ARCH-DELETE-FAIL-FLAG
           END-IF.
           PERFORM CALL-RUN-LEDGER.

      *  -----------------------------------------------------------
      *  One control line per region file and completed
      *  AUDIT-KEY-DATE, saying why a day passed over was left on
      *  the file
      *  -----------------------------------------------------------
       WRITE-DATE-CONTROL-LINE.
           IF ARCH-CURRENT-DATE NOT = SPACES
               MOVE ARCH-DATE-ARCHIVED TO ARCH-COUNT-DISP
               MOVE ARCH-DATE-DELETED TO ARCH-COUNT-DISP2
               MOVE ARCH-DATE-PASSED TO ARCH-COUNT-DISP3
               PERFORM SET-REGION-LABEL
               MOVE SPACES TO REPORT-LINE
               IF PASS-THIS-DATE
                   STRING ARCH-REGION-NAME  DELIMITED BY SIZE
                          ' '               DELIMITED BY SIZE
                          ARCH-REGION-LABEL DELIMITED BY SIZE
                          ' '               DELIMITED BY SIZE
                          ARCH-CURRENT-DATE DELIMITED BY SIZE
                          '  '              DELIMITED BY SIZE
                          ARCH-COUNT-DISP   DELIMITED BY SIZE
                          '  '              DELIMITED BY SIZE
                          ARCH-COUNT-DISP2  DELIMITED BY SIZE
                          '  '              DELIMITED BY SIZE
                          ARCH-DATE-NOTE    DELIMITED BY '  '
                          ' - '             DELIMITED BY SIZE
                          ARCH-COUNT-DISP3  DELIMITED BY SIZE
                          ' LEFT ON '       DELIMITED BY SIZE
                          ARCH-REGION-NAME  DELIMITED BY SIZE
                          INTO REPORT-LINE
                   END-STRING
               ELSE
                   STRING ARCH-REGION-NAME  DELIMITED BY SIZE
                          ' '               DELIMITED BY SIZE
                          ARCH-REGION-LABEL DELIMITED BY SIZE
                          ' '               DELIMITED BY SIZE
                          ARCH-CURRENT-DATE DELIMITED BY SIZE
                          '  '              DELIMITED BY SIZE
                          ARCH-COUNT-DISP   DELIMITED BY SIZE
                          '  '              DELIMITED BY SIZE
                          ARCH-COUNT-DISP2  DELIMITED BY SIZE
                          INTO REPORT-LINE
                   END-STRING
               END-IF
               WRITE REPORT-LINE
           END-IF.
           MOVE 0 TO ARCH-DATE-ARCHIVED.
           MOVE 0 TO ARCH-DATE-DELETED.
           MOVE 0 TO ARCH-DATE-PASSED.

      *  -----------------------------------------------------------
      *  A region is shown by the APPLID on its records; a file
      *  written before records carried one shows as (NONE)
      *  -----------------------------------------------------------
       SET-REGION-LABEL.
           IF ARCH-REGION-APPLID(ARCH-REGION-IDX) = SPACES
               MOVE '(NONE)' TO ARCH-REGION-LABEL
           ELSE
               MOVE ARCH-REGION-APPLID(ARCH-REGION-IDX)
                    TO ARCH-REGION-LABEL
           END-IF.

      *  -----------------------------------------------------------
       WRITE-REPORT-HEADING.
           STRING 'AUDTFILE ARCHIVE/PURGE CONTROL REPORT - RUN DATE '
                  DELIMITED BY SIZE
                  ARCH-RUN-DATE DELIMITED BY SIZE
                  ' - PHASE ' DELIMITED BY SIZE
                  ARCH-PHASE DELIMITED BY SPACE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING 'FILE     REGION   DATE      ARCHIVED  DELETED'
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

      *  -----------------------------------------------------------
      *  Every EDULEDG call goes through here - the routine hands
      *  back the return code it is given, so the step's own stands
      *  -----------------------------------------------------------
       CALL-RUN-LEDGER.
           MOVE RETURN-CODE TO RUNL-REQ-RETURN-CODE.
           CALL 'EDULEDG' USING RUNL-REQUEST.

      *  -----------------------------------------------------------
       TERMINATE-ARCHIVE.
           PERFORM WRITE-REGION-TOTAL-LINE
               VARYING ARCH-REGION-IDX FROM 1 BY 1
               UNTIL ARCH-REGION-IDX > ARCH-REGION-COUNT.

           MOVE ARCH-TOTAL-ARCHIVED TO ARCH-COUNT-DISP.
           MOVE ARCH-TOTAL-DELETED TO ARCH-COUNT-DISP2.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TOTAL                       '
                                      DELIMITED BY SIZE
                  ARCH-COUNT-DISP     DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  ARCH-COUNT-DISP2    DELIMITED BY SIZE
           END-STRING.
           WRITE REPORT-LINE.

           IF ARCH-TOTAL-PASSED > 0
               MOVE ARCH-TOTAL-PASSED TO ARCH-COUNT-DISP3
               MOVE SPACES TO REPORT-LINE
               STRING 'PASSED OVER ' DELIMITED BY SIZE
                      ARCH-COUNT-DISP3 DELIMITED BY SIZE
                      ' - LEFT ON THE REGION FILES' DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

           IF A-DATE-WAS-HELD
               MOVE SPACES TO REPORT-LINE
               STRING '** PURGE HELD FOR ONE OR MORE DATES - NOT '
                      'RELEASED, SEE THE EDURCTL SIGN-OFF REPORT **'
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           IF A-DELETE-FAILED
               MOVE SPACES TO REPORT-LINE
               STRING '** ONE OR MORE DELETES FAILED - DELETED COUNT '
                      'SHORT OF ARCHIVED, SEE JOB LOG **'
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               END-IF
           END-IF.

           IF ARCHIVE-PHASE
               CLOSE HISTORY-OUTPUT-FILE
           END-IF.
           CLOSE REPORT-OUTPUT-FILE.

           MOVE 'E' TO RUNL-REQ-FUNCTION.
           PERFORM CALL-RUN-LEDGER.

      *  -----------------------------------------------------------
      *  One total line per region file named on ARCHCTL
      *  -----------------------------------------------------------
       WRITE-REGION-TOTAL-LINE.
           PERFORM SET-REGION-LABEL.
           MOVE ARCH-REGION-ARCHIVED(ARCH-REGION-IDX)
                TO ARCH-COUNT-DISP.
           MOVE ARCH-REGION-DELETED(ARCH-REGION-IDX)
                TO ARCH-COUNT-DISP2.
           MOVE ARCH-REGION-PASSED(ARCH-REGION-IDX)
                TO ARCH-COUNT-DISP3.
           MOVE SPACES TO REPORT-LINE.
           STRING ARCH-REGION-DD(ARCH-REGION-IDX) DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  ARCH-REGION-LABEL   DELIMITED BY SIZE
                  ' TOTAL     '       DELIMITED BY SIZE
                  ARCH-COUNT-DISP     DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  ARCH-COUNT-DISP2    DELIMITED BY SIZE
                  '  PASSED OVER '    DELIMITED BY SIZE
                  ARCH-COUNT-DISP3    DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

      *  -----------------------------------------------------------
      *  Merge input: each region file's completed days in turn
      *  -----------------------------------------------------------
       GATHER-REGION-RECORDS SECTION.
           PERFORM PROCESS-REGION-FILE
               VARYING ARCH-REGION-IDX FROM 1 BY 1
               UNTIL ARCH-REGION-IDX > ARCH-REGION-COUNT
                  OR RETURN-CODE >= 16.

      *  -----------------------------------------------------------
      *  Merge output: the one history generation, in key order
      *  across the regions. Nothing is written once a region file
      *  has failed - the run is rerun whole.
      *  -----------------------------------------------------------
       WRITE-MERGED-HISTORY SECTION.
           IF RETURN-CODE >= 16
               GO TO WRITE-MERGED-EXIT
           END-IF.
           PERFORM RETURN-MERGED-RECORD.
           PERFORM WRITE-MERGED-RECORD UNTIL END-OF-MERGED-RECORDS.
           IF RETURN-CODE < 16 AND
              ARCH-TOTAL-MERGED NOT = ARCH-TOTAL-ARCHIVED
               DISPLAY 'EDUARCH: AUDTHIST SHORT OF THE RECORDS '
                       'ARCHIVED - RERUN THE ARCHIVE PHASE'
               MOVE 16 TO RETURN-CODE
           END-IF.
           GO TO WRITE-MERGED-EXIT.

       RETURN-MERGED-RECORD.
           RETURN MERGE-WORK-FILE
               AT END MOVE 'Y' TO ARCH-MERGE-EOF-FLAG
           END-RETURN.

      *  A failed WRITE stops the run - the region files are
      *  untouched by this phase, so a rerun is always recoverable
       WRITE-MERGED-RECORD.
           WRITE HIST-RECORD FROM MRG-RECORD.
           IF ARCH-HIST-FILE-STATUS NOT = '00'
               DISPLAY 'EDUARCH: AUDTHIST WRITE ERROR, STATUS='
                       ARCH-HIST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO ARCH-MERGE-EOF-FLAG
           ELSE
               ADD 1 TO ARCH-TOTAL-MERGED
               MOVE 'C' TO RUNL-REQ-FUNCTION
               MOVE MRG-KEY-DATE TO RUNL-REQ-DATE
               MOVE 0 TO RUNL-REQ-READ
               MOVE 1 TO RUNL-REQ-WRITTEN
               PERFORM CALL-RUN-LEDGER
               PERFORM RETURN-MERGED-RECORD
           END-IF.

       WRITE-MERGED-EXIT.
           EXIT.
