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
      * Module Name        EDULEDG.CBL                                 *
      *                                                                *
      * Nightly batch run-ledger routine                               *
      *                                                                *
      * Called by each of the nightly audit steps - EDUARCH, EDUSEQR,  *
      * EDURPT, EDUHCHK, EDUBDAY, EDULAT, EDUTREND and EDUGEN - to     *
      * record on the RUNLEDG ledger (copybook RUNLREC) when the step  *
      * ran, how it ended and how many records it read and wrote for   *
      * each business date, so that every step keeps its ledger the    *
      * same way:                                                      *
      *                                                                *
      *   CALL 'EDULEDG' USING RUNL-REQUEST                            *
      *                                                                *
      * The functions are described with the parameter block           *
      * (copybook RUNLPRM). The S call opens the ledger I-O and marks  *
      * the step running against the day the night's batch is          *
      * closing (the run date less one day); counts are gathered in    *
      * storage per business date as the step runs, and the E call     *
      * writes one ended record per date and closes the ledger. Dates  *
      * on or after the run date are a day still being written to and  *
      * are not recorded.                                              *
      *                                                                *
      * The ledger is a control record, not part of the step's own     *
      * work: when it cannot be opened the step is told so (result U)  *
      * and carries on unrecorded, and the EDURCTL control step then   *
      * holds the AUDTFILE purge for want of a record. The caller's    *
      * return code travels in RUNL-REQ-RETURN-CODE and is handed back *
      * unchanged, so calling the routine never alters a step's        *
      * RETURN-CODE.                                                   *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDULEDG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LEDGER-FILE ASSIGN TO RUNLEDG
                  ORGANIZATION INDEXED
                  ACCESS MODE RANDOM
                  RECORD KEY IS RUNL-KEY
                  FILE STATUS IS LEDG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LEDGER-FILE.
           COPY RUNLREC.

       WORKING-STORAGE SECTION.

       01 LEDG-FILE-STATUS          PIC X(2) VALUE SPACES.

       01 LEDG-STATE-FLAG           PIC X VALUE 'N'.
          88 LEDGER-NOT-OPEN        VALUE 'N'.
          88 LEDGER-IS-OPEN         VALUE 'O'.
          88 LEDGER-UNAVAILABLE     VALUE 'U'.

      *  The step this run unit records, fixed by the S call
       01 LEDG-STEP                 PIC X(8) VALUE SPACES.
       01 LEDG-PHASE                PIC X(8) VALUE SPACES.

      *  When the step started and ended, and the day the night's
      *  batch is closing - the run date less one day
       01 LEDG-RUN-DATE             PIC X(8) VALUE SPACES.
       01 LEDG-RUN-DATE-N REDEFINES LEDG-RUN-DATE PIC 9(8).
       01 LEDG-START-TIME           PIC X(6) VALUE SPACES.
       01 LEDG-END-DATE             PIC X(8) VALUE SPACES.
       01 LEDG-END-TIME             PIC X(6) VALUE SPACES.
       01 LEDG-TIME-NOW             PIC X(8) VALUE SPACES.
       01 LEDG-CLOSING-DATE         PIC X(8) VALUE SPACES.
       01 LEDG-CLOSING-DATE-N REDEFINES LEDG-CLOSING-DATE PIC 9(8).
       01 LEDG-DATE-INT             PIC S9(9) COMP-4 VALUE 0.

      *  Counts gathered per business date until the E call. The
      *  closing day's entry is made by the S call, whose record
      *  already carries this attempt.
       01 LEDG-DATE-COUNT           PIC 9(2) VALUE 0.
       01 LEDG-DATE-MAX             PIC 9(2) VALUE 62.
       01 LEDG-DATE-TABLE.
          05 LEDG-DATE-ENTRY OCCURS 62 TIMES.
             10 LEDG-DATE           PIC X(8).
             10 LEDG-READ           PIC 9(9).
             10 LEDG-WRITTEN        PIC 9(9).
             10 LEDG-KEEP-FLAG      PIC X.
             10 LEDG-STARTED-FLAG   PIC X.

       01 LEDG-IDX                  PIC 9(2) VALUE 0.
       01 LEDG-SCAN-IDX             PIC 9(2) VALUE 0.
       01 LEDG-LOOKUP-DATE          PIC X(8) VALUE SPACES.
       01 LEDG-COUNTS-DROPPED       PIC 9(7) VALUE 0.

       LINKAGE SECTION.
       COPY RUNLPRM.

       PROCEDURE DIVISION USING RUNL-REQUEST.
      *  -----------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *  -----------------------------------------------------------
           MOVE 'Y' TO RUNL-REQ-RESULT.

           EVALUATE TRUE
               WHEN RUNL-REQ-START AND LEDGER-NOT-OPEN
                   PERFORM START-STEP
                       THRU START-STEP-EXIT
               WHEN NOT LEDGER-IS-OPEN
                   MOVE 'U' TO RUNL-REQ-RESULT
               WHEN RUNL-REQ-COUNT
                   PERFORM ADD-TO-DATE-COUNTS
               WHEN RUNL-REQ-KEEP
                   PERFORM KEEP-DATE-AS-RECORDED
               WHEN RUNL-REQ-QUERY
                   PERFORM QUERY-LEDGER-ENTRY
               WHEN RUNL-REQ-END
                   PERFORM END-STEP
               WHEN OTHER
                   MOVE 'N' TO RUNL-REQ-RESULT
           END-EVALUATE.

           MOVE RUNL-REQ-RETURN-CODE TO RETURN-CODE.
           GOBACK.

      *  -----------------------------------------------------------
      *  Open the ledger and mark the step running for the closing
      *  day. A record from an earlier attempt keeps its counts and
      *  completed flag until this attempt ends.
      *  -----------------------------------------------------------
       START-STEP.
           MOVE RUNL-REQ-STEP TO LEDG-STEP.
           MOVE RUNL-REQ-PHASE TO LEDG-PHASE.
           ACCEPT LEDG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT LEDG-TIME-NOW FROM TIME.
           MOVE LEDG-TIME-NOW(1:6) TO LEDG-START-TIME.
           COMPUTE LEDG-DATE-INT =
               FUNCTION INTEGER-OF-DATE(LEDG-RUN-DATE-N) - 1
           END-COMPUTE.
           MOVE FUNCTION DATE-OF-INTEGER(LEDG-DATE-INT)
                   TO LEDG-CLOSING-DATE-N.

           OPEN I-O RUN-LEDGER-FILE.
           IF LEDG-FILE-STATUS NOT = '00'
               DISPLAY 'EDULEDG: RUNLEDG NOT AVAILABLE, STATUS='
                       LEDG-FILE-STATUS ' - ' LEDG-STEP ' '
                       LEDG-PHASE ' NOT RECORDED'
               MOVE 'U' TO LEDG-STATE-FLAG
               MOVE 'U' TO RUNL-REQ-RESULT
               GO TO START-STEP-EXIT
           END-IF.
           MOVE 'O' TO LEDG-STATE-FLAG.

           MOVE LEDG-CLOSING-DATE TO LEDG-LOOKUP-DATE.
           PERFORM FIND-OR-ADD-DATE.

           MOVE LEDG-CLOSING-DATE TO RUNL-BUSINESS-DATE.
           MOVE LEDG-STEP TO RUNL-STEP.
           MOVE LEDG-PHASE TO RUNL-PHASE.
           READ RUN-LEDGER-FILE.
           EVALUATE LEDG-FILE-STATUS
               WHEN '00'
                   PERFORM COUNT-ONE-ATTEMPT
                   MOVE 'R' TO RUNL-STATUS
                   MOVE SPACES TO RUNL-END-DATE
                   MOVE SPACES TO RUNL-END-TIME
                   REWRITE RUNL-RECORD
               WHEN '23'
                   PERFORM SET-UP-NEW-ENTRY
                   WRITE RUNL-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF LEDG-FILE-STATUS = '00'
               MOVE 'Y' TO LEDG-STARTED-FLAG(LEDG-IDX)
           ELSE
               DISPLAY 'EDULEDG: RUNLEDG WRITE ERROR, STATUS='
                       LEDG-FILE-STATUS ' KEY=' RUNL-KEY
           END-IF.

       START-STEP-EXIT.
           EXIT.

      *  -----------------------------------------------------------
      *  Only complete days are recorded - a date on or after the
      *  run date, or one that is not a date at all, is passed over
      *  -----------------------------------------------------------
       ADD-TO-DATE-COUNTS.
           PERFORM SET-LOOKUP-DATE.
           IF LEDG-LOOKUP-DATE NUMERIC AND
              LEDG-LOOKUP-DATE < LEDG-RUN-DATE
               PERFORM FIND-OR-ADD-DATE
               IF LEDG-IDX > 0
                   ADD RUNL-REQ-READ TO LEDG-READ(LEDG-IDX)
                   ADD RUNL-REQ-WRITTEN TO LEDG-WRITTEN(LEDG-IDX)
               ELSE
                   ADD 1 TO LEDG-COUNTS-DROPPED
               END-IF
           END-IF.

      *  -----------------------------------------------------------
       KEEP-DATE-AS-RECORDED.
           PERFORM SET-LOOKUP-DATE.
           IF LEDG-LOOKUP-DATE NUMERIC AND
              LEDG-LOOKUP-DATE < LEDG-RUN-DATE
               PERFORM FIND-OR-ADD-DATE
               IF LEDG-IDX > 0
                   MOVE 'Y' TO LEDG-KEEP-FLAG(LEDG-IDX)
               END-IF
           END-IF.

      *  -----------------------------------------------------------
       SET-LOOKUP-DATE.
           MOVE RUNL-REQ-DATE TO LEDG-LOOKUP-DATE.
           IF LEDG-LOOKUP-DATE = SPACES
               MOVE LEDG-CLOSING-DATE TO LEDG-LOOKUP-DATE
           END-IF.

      *  -----------------------------------------------------------
      *  Locate the lookup date's entry, adding it while there is
      *  room; LEDG-IDX is zero when the table is full
      *  -----------------------------------------------------------
       FIND-OR-ADD-DATE.
           MOVE 0 TO LEDG-IDX.
           PERFORM SCAN-FOR-DATE
               VARYING LEDG-SCAN-IDX FROM 1 BY 1
               UNTIL LEDG-SCAN-IDX > LEDG-DATE-COUNT OR LEDG-IDX > 0.
           IF LEDG-IDX = 0 AND LEDG-DATE-COUNT < LEDG-DATE-MAX
               ADD 1 TO LEDG-DATE-COUNT
               MOVE LEDG-DATE-COUNT TO LEDG-IDX
               MOVE LEDG-LOOKUP-DATE TO LEDG-DATE(LEDG-IDX)
               MOVE 0 TO LEDG-READ(LEDG-IDX)
               MOVE 0 TO LEDG-WRITTEN(LEDG-IDX)
               MOVE 'N' TO LEDG-KEEP-FLAG(LEDG-IDX)
               MOVE 'N' TO LEDG-STARTED-FLAG(LEDG-IDX)
           END-IF.

      *  -----------------------------------------------------------
       SCAN-FOR-DATE.
           IF LEDG-DATE(LEDG-SCAN-IDX) = LEDG-LOOKUP-DATE
               MOVE LEDG-SCAN-IDX TO LEDG-IDX
           END-IF.

      *  -----------------------------------------------------------
       QUERY-LEDGER-ENTRY.
           PERFORM SET-LOOKUP-DATE.
           MOVE LEDG-LOOKUP-DATE TO RUNL-BUSINESS-DATE.
           MOVE RUNL-REQ-STEP TO RUNL-STEP.
           MOVE RUNL-REQ-PHASE TO RUNL-PHASE.
           READ RUN-LEDGER-FILE.
           EVALUATE LEDG-FILE-STATUS
               WHEN '00'
                   MOVE RUNL-STATUS TO RUNL-REQ-ENTRY-STATUS
                   MOVE RUNL-COMPLETED-FLAG
                           TO RUNL-REQ-ENTRY-COMPLETED
                   MOVE RUNL-RETURN-CODE TO RUNL-REQ-ENTRY-RC
               WHEN '23'
                   MOVE 'N' TO RUNL-REQ-RESULT
               WHEN OTHER
                   DISPLAY 'EDULEDG: RUNLEDG READ ERROR, STATUS='
                           LEDG-FILE-STATUS ' KEY=' RUNL-KEY
                   MOVE 'U' TO RUNL-REQ-RESULT
           END-EVALUATE.

      *  -----------------------------------------------------------
      *  Record the step's outcome against every date it touched
      *  and close the ledger
      *  -----------------------------------------------------------
       END-STEP.
           ACCEPT LEDG-END-DATE FROM DATE YYYYMMDD.
           ACCEPT LEDG-TIME-NOW FROM TIME.
           MOVE LEDG-TIME-NOW(1:6) TO LEDG-END-TIME.

           PERFORM RECORD-ONE-DATE
               THRU RECORD-ONE-DATE-EXIT
               VARYING LEDG-IDX FROM 1 BY 1
               UNTIL LEDG-IDX > LEDG-DATE-COUNT.

           IF LEDG-COUNTS-DROPPED > 0
               DISPLAY 'EDULEDG: DATE TABLE FULL - '
                       LEDG-COUNTS-DROPPED ' COUNTS FOR ' LEDG-STEP
                       ' NOT RECORDED'
           END-IF.

           CLOSE RUN-LEDGER-FILE.
           MOVE 'N' TO LEDG-STATE-FLAG.

      *  -----------------------------------------------------------
      *  A kept date goes back to ended exactly as it stood; any
      *  other date takes this attempt's return code and counts
      *  -----------------------------------------------------------
       RECORD-ONE-DATE.
           MOVE LEDG-DATE(LEDG-IDX) TO RUNL-BUSINESS-DATE.
           MOVE LEDG-STEP TO RUNL-STEP.
           MOVE LEDG-PHASE TO RUNL-PHASE.
           READ RUN-LEDGER-FILE.

           EVALUATE TRUE
               WHEN LEDG-FILE-STATUS = '00' AND
                    LEDG-KEEP-FLAG(LEDG-IDX) = 'Y'
                   MOVE 'E' TO RUNL-STATUS
                   REWRITE RUNL-RECORD
               WHEN LEDG-FILE-STATUS = '00'
                   IF LEDG-STARTED-FLAG(LEDG-IDX) NOT = 'Y'
                       PERFORM COUNT-ONE-ATTEMPT
                   END-IF
                   PERFORM FILL-ENDED-ENTRY
                   REWRITE RUNL-RECORD
               WHEN LEDG-FILE-STATUS = '23' AND
                    LEDG-KEEP-FLAG(LEDG-IDX) = 'Y'
                   GO TO RECORD-ONE-DATE-EXIT
               WHEN LEDG-FILE-STATUS = '23'
                   PERFORM SET-UP-NEW-ENTRY
                   PERFORM FILL-ENDED-ENTRY
                   WRITE RUNL-RECORD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF LEDG-FILE-STATUS NOT = '00'
               DISPLAY 'EDULEDG: RUNLEDG WRITE ERROR, STATUS='
                       LEDG-FILE-STATUS ' KEY=' RUNL-KEY
           END-IF.

       RECORD-ONE-DATE-EXIT.
           EXIT.

      *  -----------------------------------------------------------
      *  A rerun restarts the clock on the record it takes over
      *  -----------------------------------------------------------
       COUNT-ONE-ATTEMPT.
           IF RUNL-ATTEMPTS NUMERIC AND RUNL-ATTEMPTS < 999
               ADD 1 TO RUNL-ATTEMPTS
           ELSE
               IF RUNL-ATTEMPTS NOT NUMERIC
                   MOVE 1 TO RUNL-ATTEMPTS
               END-IF
           END-IF.
           MOVE LEDG-RUN-DATE TO RUNL-START-DATE.
           MOVE LEDG-START-TIME TO RUNL-START-TIME.

      *  -----------------------------------------------------------
       SET-UP-NEW-ENTRY.
           MOVE 'R' TO RUNL-STATUS.
           MOVE 'N' TO RUNL-COMPLETED-FLAG.
           MOVE 1 TO RUNL-ATTEMPTS.
           MOVE LEDG-RUN-DATE TO RUNL-START-DATE.
           MOVE LEDG-START-TIME TO RUNL-START-TIME.
           MOVE SPACES TO RUNL-END-DATE.
           MOVE SPACES TO RUNL-END-TIME.
           MOVE 0 TO RUNL-RETURN-CODE.
           MOVE 0 TO RUNL-READ-COUNT.
           MOVE 0 TO RUNL-WRITTEN-COUNT.
           MOVE SPACES TO RUNL-FILLER.

      *  -----------------------------------------------------------
       FILL-ENDED-ENTRY.
           MOVE 'E' TO RUNL-STATUS.
           MOVE LEDG-END-DATE TO RUNL-END-DATE.
           MOVE LEDG-END-TIME TO RUNL-END-TIME.
           MOVE RUNL-REQ-RETURN-CODE TO RUNL-RETURN-CODE.
           MOVE LEDG-READ(LEDG-IDX) TO RUNL-READ-COUNT.
           MOVE LEDG-WRITTEN(LEDG-IDX) TO RUNL-WRITTEN-COUNT.
           IF RUNL-REQ-RETURN-CODE < 8
               MOVE 'Y' TO RUNL-COMPLETED-FLAG
           END-IF.
