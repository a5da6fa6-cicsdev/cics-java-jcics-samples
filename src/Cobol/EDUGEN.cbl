      * counted separately on the job log so nobody mistakes them      *
      * for content-checked coverage.                                  *
      *                                                                *
      * Nothing goes into a deck in a form the AINQ help desk would    *
      * not be shown. An EDUCHAN payload stored in clear is put        *
      * through the client's masking rule (MASKFILE, copybook          *
      * MASKREC) by the EDUMASK routine first; one that the rule       *
      * changes, or that was masked, withheld or redacted on the       *
      * trail (AUDIT-MASKED-FLAG), is generated from the masked text   *
      * as a completion-only case and counted as masked on the job     *
      * log. Without MASKFILE every such payload is withheld.          *
      *                                                                *
      * The step is recorded on the RUNLEDG run ledger through the     *
      * EDULEDG routine (copybook RUNLPRM), with the records read and  *
      * the cases written per AUDIT-KEY-DATE, for the EDURCTL morning  *
      * sign-off.                                                      *
      *                                                                *
      * Return codes: 0 cases generated, 4 nothing usable in the       *
      * input or MASKFILE could not be opened, 16 could not open/      *
      * read/write a file.                                             *
      ******************************************************************

       IDENTIFICATION DIVISION.
           SELECT TEST-OUTPUT-FILE ASSIGN TO TESTGEN
                  ORGANIZATION SEQUENTIAL
                  FILE STATUS IS GEN-TESTGEN-STATUS.
           SELECT MASK-FILE ASSIGN TO MASKFILE
                  ORGANIZATION INDEXED
                  ACCESS MODE RANDOM
                  RECORD KEY IS MASK-FILE-KEY
                  FILE STATUS IS GEN-MASK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TEST-OUTPUT-FILE.
           COPY TESTREC.

       FD  MASK-FILE.
       01  MASK-FILE-RECORD.
           05 MASK-FILE-KEY          PIC X(17).
           05 FILLER                 PIC X(75).

       WORKING-STORAGE SECTION.

       01 GEN-AUDHIST-STATUS        PIC X(2) VALUE SPACES.
       01 GEN-TESTGEN-STATUS        PIC X(2) VALUE SPACES.
       01 GEN-MASK-STATUS           PIC X(2) VALUE SPACES.

       01 GEN-EOF-FLAG              PIC X VALUE 'N'.
          88 END-OF-HISTORY-FILE    VALUE 'Y'.
       01 GEN-CASE-COUNT            PIC 9(7) VALUE 0.
       01 GEN-CHECKED-COUNT         PIC 9(7) VALUE 0.
       01 GEN-UNCHECKED-COUNT       PIC 9(7) VALUE 0.
       01 GEN-MASKED-COUNT          PIC 9(7) VALUE 0.

       01 GEN-PAYLOAD-LEN           PIC S9(8) COMP-4 VALUE 0.

      *  Payload masking - whether MASKFILE could be opened, the
      *  rule found for the record in hand, and the rule record and
      *  EDUMASK parameter block themselves
       01 GEN-MASK-OPEN-FLAG        PIC X VALUE 'N'.
          88 MASKFILE-IS-OPEN       VALUE 'Y'.
       01 GEN-MASK-RULE-FLAG        PIC X VALUE 'N'.
          88 GEN-MASK-RULE-FOUND    VALUE 'Y'.
       01 GEN-MASK-SEARCH-KEY.
          05 GEN-MASK-SEARCH-TYPE   PIC X.
          05 GEN-MASK-SEARCH-ID     PIC X(8).
          05 GEN-MASK-SEARCH-SERVICE PIC X(8).
       COPY MASKREC.
       COPY MASKPRM.

      *  A CALL hands back the called program's return code - the
      *  step's own is kept here across the EDUMASK calls
       01 GEN-SAVED-RC              PIC S9(4) COMP-4 VALUE 0.

      *  Run-ledger parameter block for the EDULEDG calls
       COPY RUNLPRM.

      *  Generated case ids: G followed by a running number, so a
      *  generated file is told apart from a hand-typed one at a
      *  glance on the EDUBATCH report

      *  -----------------------------------------------------------
       INITIALIZE-GENERATOR.
           MOVE 'S' TO RUNL-REQ-FUNCTION.
           MOVE 'EDUGEN' TO RUNL-REQ-STEP.
           MOVE SPACES TO RUNL-REQ-PHASE.
           PERFORM CALL-RUN-LEDGER.

           OPEN INPUT AUDIT-HISTORY-FILE.
           IF GEN-AUDHIST-STATUS NOT = '00'
               DISPLAY 'EDUGEN: UNABLE TO OPEN AUDHIST, STATUS='
               GOBACK
           END-IF.

           OPEN INPUT MASK-FILE.
           IF GEN-MASK-STATUS = '00'
               MOVE 'Y' TO GEN-MASK-OPEN-FLAG
           ELSE
               DISPLAY 'EDUGEN: MASKFILE NOT AVAILABLE, STATUS='
                       GEN-MASK-STATUS
                       ' - PAYLOADS STORED IN CLEAR ARE WITHHELD'
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM READ-NEXT-AUDIT-RECORD.

      *  -----------------------------------------------------------
      *  -----------------------------------------------------------
       PROCESS-ONE-AUDIT-RECORD.
           ADD 1 TO GEN-READ-COUNT.
           MOVE 'C' TO RUNL-REQ-FUNCTION.
           MOVE AUDIT-KEY-DATE TO RUNL-REQ-DATE.
           MOVE 1 TO RUNL-REQ-READ.
           MOVE 0 TO RUNL-REQ-WRITTEN.
           IF AUDIT-STATUS-CODE = 'OK' AND
              (AUDIT-PROGRAM = 'EC01' OR AUDIT-PROGRAM = 'EDUCHAN')
               PERFORM GENERATE-ONE-CASE
           ELSE
               ADD 1 TO GEN-SKIPPED-COUNT
           END-IF.
           PERFORM CALL-RUN-LEDGER.
           PERFORM READ-NEXT-AUDIT-RECORD.

      *  -----------------------------------------------------------
                       GEN-TESTGEN-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO GEN-EOF-FLAG
           ELSE
               MOVE 1 TO RUNL-REQ-WRITTEN
           END-IF.

      *  -----------------------------------------------------------
      *  caller actually used. Content can only be verified when the
      *  whole payload fits what the audit record keeps (80 bytes) -
      *  a longer call still becomes a case, with its real length
      *  claim, but passes on completion alone. So does a payload
      *  that is masked, as recorded or by its rule here - the
      *  masked text replays, but its output cannot be predicted.
      *  -----------------------------------------------------------
       BUILD-EDUCHAN-CASE.
           MOVE AUDIT-MODE TO TEST-MODE.
           END-IF.
           MOVE GEN-PAYLOAD-LEN TO TEST-INPUT-LENGTH.

           IF AUDIT-PAYLOAD-CLEAR
               PERFORM MASK-CASE-PAYLOADS
                   THRU MASK-CASE-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN NOT AUDIT-PAYLOAD-CLEAR
                   MOVE AUDIT-INPUT-DATA TO TEST-INPUT-DATA
                   MOVE SPACE TO TEST-EXPECT-TYPE
                   ADD 1 TO GEN-UNCHECKED-COUNT
                   ADD 1 TO GEN-MASKED-COUNT
               WHEN GEN-PAYLOAD-LEN > LENGTH OF AUDIT-INPUT-DATA
                   MOVE AUDIT-INPUT-DATA TO TEST-INPUT-DATA
                   MOVE SPACE TO TEST-EXPECT-TYPE
                   ADD 1 TO GEN-UNCHECKED-COUNT
               WHEN OTHER
                   MOVE AUDIT-INPUT-DATA TO TEST-INPUT-DATA
                   MOVE 'O' TO TEST-EXPECT-TYPE
                   MOVE GEN-PAYLOAD-LEN TO TEST-EXPECTED-LENGTH
                   MOVE AUDIT-OUTPUT-DATA TO TEST-EXPECTED-DATA
                   ADD 1 TO GEN-CHECKED-COUNT
           END-EVALUATE.

      *  -----------------------------------------------------------
      *  Put an EDUCHAN payload stored in clear through the client's
      *  rule, over the recorded length up to the 80 bytes each
      *  payload field keeps, and note the outcome in the record's
      *  masked flag as EDUCHAN would
      *  -----------------------------------------------------------
       MASK-CASE-PAYLOADS.
           PERFORM READ-MASK-RULE
               THRU READ-MASK-RULE-EXIT.
           IF NOT GEN-MASK-RULE-FOUND
               GO TO MASK-CASE-EXIT
           END-IF.

           MOVE LENGTH OF AUDIT-INPUT-DATA TO MASK-REQ-LENGTH.
           IF GEN-PAYLOAD-LEN < LENGTH OF AUDIT-INPUT-DATA
               MOVE GEN-PAYLOAD-LEN TO MASK-REQ-LENGTH
           END-IF.

           MOVE RETURN-CODE TO GEN-SAVED-RC.
           MOVE AUDIT-INPUT-DATA TO MASK-REQ-PAYLOAD.
           CALL 'EDUMASK' USING MASK-RECORD MASK-REQUEST.
           MOVE MASK-REQ-PAYLOAD TO AUDIT-INPUT-DATA.
           PERFORM NOTE-MASK-RESULT.
           MOVE AUDIT-OUTPUT-DATA TO MASK-REQ-PAYLOAD.
           CALL 'EDUMASK' USING MASK-RECORD MASK-REQUEST.
           MOVE MASK-REQ-PAYLOAD TO AUDIT-OUTPUT-DATA.
           PERFORM NOTE-MASK-RESULT.
           MOVE GEN-SAVED-RC TO RETURN-CODE.

       MASK-CASE-EXIT.
           EXIT.

      *  -----------------------------------------------------------
       NOTE-MASK-RESULT.
           EVALUATE TRUE
               WHEN MASK-REQ-WITHHELD
                   MOVE 'W' TO AUDIT-MASKED-FLAG
               WHEN MASK-REQ-MASKED AND NOT AUDIT-PAYLOAD-WITHHELD
                   MOVE 'Y' TO AUDIT-MASKED-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *  -----------------------------------------------------------
      *  The client's own EDUCHAN rule, else the client * row.
      *  Without a readable MASKFILE the rule is method W.
      *  -----------------------------------------------------------
       READ-MASK-RULE.
           MOVE 'N' TO GEN-MASK-RULE-FLAG.
           IF NOT MASKFILE-IS-OPEN
               MOVE SPACES TO MASK-RECORD
               MOVE 'W' TO MASK-METHOD
               MOVE 'Y' TO GEN-MASK-RULE-FLAG
               GO TO READ-MASK-RULE-EXIT
           END-IF.

           MOVE 'R' TO GEN-MASK-SEARCH-TYPE.
           MOVE AUDIT-CLIENT-ID TO GEN-MASK-SEARCH-ID.
           MOVE AUDIT-PROGRAM TO GEN-MASK-SEARCH-SERVICE.
           MOVE GEN-MASK-SEARCH-KEY TO MASK-FILE-KEY.
           READ MASK-FILE INTO MASK-RECORD.
           IF GEN-MASK-STATUS = '23'
               MOVE '*' TO GEN-MASK-SEARCH-ID
               MOVE GEN-MASK-SEARCH-KEY TO MASK-FILE-KEY
               READ MASK-FILE INTO MASK-RECORD
           END-IF.

           EVALUATE TRUE
               WHEN GEN-MASK-STATUS = '00'
                   IF NOT MASK-NO-MASKING
                       MOVE 'Y' TO GEN-MASK-RULE-FLAG
                   END-IF
               WHEN GEN-MASK-STATUS = '23'
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO MASK-RECORD
                   MOVE 'W' TO MASK-METHOD
                   MOVE 'Y' TO GEN-MASK-RULE-FLAG
           END-EVALUATE.

       READ-MASK-RULE-EXIT.
           EXIT.

      *  -----------------------------------------------------------
       TERMINATE-GENERATOR.
           DISPLAY 'EDUGEN: READ=' GEN-READ-COUNT
                   ' SKIPPED=' GEN-SKIPPED-COUNT
                   ' CASES=' GEN-CASE-COUNT.
           DISPLAY 'EDUGEN: CONTENT-CHECKED=' GEN-CHECKED-COUNT
                   ' COMPLETION-ONLY=' GEN-UNCHECKED-COUNT
                   ' OF WHICH MASKED=' GEN-MASKED-COUNT.
           IF GEN-CASE-COUNT = 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE AUDIT-HISTORY-FILE.
           CLOSE TEST-OUTPUT-FILE.
           IF MASKFILE-IS-OPEN
               CLOSE MASK-FILE
           END-IF.
           MOVE 'E' TO RUNL-REQ-FUNCTION.
           PERFORM CALL-RUN-LEDGER.

      *  -----------------------------------------------------------
      *  Every EDULEDG call goes through here - the routine hands
      *  back the return code it is given, so the step's own stands
      *  -----------------------------------------------------------
       CALL-RUN-LEDGER.
           MOVE RETURN-CODE TO RUNL-REQ-RETURN-CODE.
           CALL 'EDULEDG' USING RUNL-REQUEST.
