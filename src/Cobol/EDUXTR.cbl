      * Criteria combine with AND; an omitted criterion does not       *
      * filter. The extract line carries the payload text last, so    *
      * a comma inside a payload cannot shift the fixed columns in    *
      * front of it. Totals go to the job log.                         *
      *                                                                *
      * No payload leaves in a form the AINQ help desk would not be    *
      * shown: a payload stored in clear is put through the client's   *
      * masking rule for the audited program (MASKFILE, copybook       *
      * MASKREC) by the EDUMASK routine before it is written, and the  *
      * MASKED column carries AUDIT-MASKED-FLAG as it then stands -    *
      * blank in clear, Y masked, W withheld, R redacted. SEARCH       *
      * still matches the payload as stored. Without MASKFILE every    *
      * payload stored in clear is withheld from the extract.          *
      *                                                                *
      * Return codes: 0 ran, 4 nothing matched or MASKFILE could not   *
      * be opened, 16 could not open/read a file or a control          *
      * statement was unusable.                                        *
      ******************************************************************

       IDENTIFICATION DIVISION.
           SELECT EXTRACT-OUTPUT-FILE ASSIGN TO EXTRACT
                  ORGANIZATION SEQUENTIAL
                  FILE STATUS IS XTR-OUT-STATUS.
           SELECT MASK-FILE ASSIGN TO MASKFILE
                  ORGANIZATION INDEXED
                  ACCESS MODE RANDOM
                  RECORD KEY IS MASK-FILE-KEY
                  FILE STATUS IS XTR-MASK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-OUTPUT-FILE.
       01  EXTRACT-LINE              PIC X(300).

       FD  MASK-FILE.
       01  MASK-FILE-RECORD.
           05 MASK-FILE-KEY          PIC X(17).
           05 FILLER                 PIC X(75).

       WORKING-STORAGE SECTION.

       01 XTR-AUDHIST-STATUS        PIC X(2) VALUE SPACES.
       01 XTR-CTL-STATUS            PIC X(2) VALUE SPACES.
       01 XTR-OUT-STATUS            PIC X(2) VALUE SPACES.
       01 XTR-MASK-STATUS           PIC X(2) VALUE SPACES.

       01 XTR-EOF-FLAG              PIC X VALUE 'N'.
          88 END-OF-HISTORY-FILE    VALUE 'Y'.

       01 XTR-READ-COUNT            PIC 9(7) VALUE 0.
       01 XTR-KEPT-COUNT            PIC 9(7) VALUE 0.
       01 XTR-MASKED-COUNT          PIC 9(7) VALUE 0.

      *  Payload masking - whether MASKFILE could be opened, the
      *  rule found for the record being written, and the rule
      *  record and EDUMASK parameter block themselves
       01 XTR-MASK-OPEN-FLAG        PIC X VALUE 'N'.
          88 MASKFILE-IS-OPEN       VALUE 'Y'.
       01 XTR-MASK-RULE-FLAG        PIC X VALUE 'N'.
          88 XTR-MASK-RULE-FOUND    VALUE 'Y'.
       01 XTR-MASK-SEARCH-KEY.
          05 XTR-MASK-SEARCH-TYPE   PIC X.
          05 XTR-MASK-SEARCH-ID     PIC X(8).
          05 XTR-MASK-SEARCH-SERVICE PIC X(8).
       COPY MASKREC.
       COPY MASKPRM.

      *  A CALL hands back the called program's return code - the
      *  step's own is kept here across the EDUMASK calls
       01 XTR-SAVED-RC              PIC S9(4) COMP-4 VALUE 0.

      *  Display renderings of the binary AUDITREC fields
       01 XTR-RESP-DISP             PIC -(8)9.
               GOBACK
           END-IF.

           OPEN INPUT MASK-FILE.
           IF XTR-MASK-STATUS = '00'
               MOVE 'Y' TO XTR-MASK-OPEN-FLAG
           ELSE
               DISPLAY 'EDUXTR: MASKFILE NOT AVAILABLE, STATUS='
                       XTR-MASK-STATUS
                       ' - PAYLOADS STORED IN CLEAR ARE WITHHELD'
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM READ-CONTROL-STATEMENTS.
           PERFORM MEASURE-SEARCH-TEXT.

           MOVE SPACES TO EXTRACT-LINE.
           STRING 'DATE,TIME,TRAN,TASKN,PROGRAM,CLIENT,STATUS,RESP,'
                  'RESP2,ABSTIME,ELAPSED-USEC,SEQUENCE,MASKED,'
                  'INPUT,OUTPUT'
                  DELIMITED BY SIZE INTO EXTRACT-LINE
           END-STRING.
           WRITE EXTRACT-LINE.
      *  their content cannot shift the columns in front
      *  -----------------------------------------------------------
       WRITE-EXTRACT-LINE.
           IF AUDIT-PAYLOAD-CLEAR
               PERFORM MASK-EXTRACT-PAYLOADS
                   THRU MASK-EXTRACT-EXIT
           END-IF.
           IF NOT AUDIT-PAYLOAD-CLEAR
               ADD 1 TO XTR-MASKED-COUNT
           END-IF.

           MOVE AUDIT-RESPCODE TO XTR-RESP-DISP.
           MOVE AUDIT-RESPCODE2 TO XTR-RESP2-DISP.
           MOVE AUDIT-ABSTIME TO XTR-ABSTIME-DISP.
                  ','               DELIMITED BY SIZE
                  XTR-SEQ-DISP      DELIMITED BY SIZE
                  ','               DELIMITED BY SIZE
                  AUDIT-MASKED-FLAG DELIMITED BY SIZE
                  ','               DELIMITED BY SIZE
                  AUDIT-INPUT-DATA  DELIMITED BY SIZE
                  ','               DELIMITED BY SIZE
                  AUDIT-OUTPUT-DATA DELIMITED BY SIZE
           END-STRING.
           WRITE EXTRACT-LINE.

      *  -----------------------------------------------------------
      *  Put a payload stored in clear through the client's rule for
      *  the audited program, over the recorded input length up to
      *  the 80 bytes each payload field keeps, and note the outcome
      *  in the record's masked flag as EC01 and EDUCHAN would
      *  -----------------------------------------------------------
       MASK-EXTRACT-PAYLOADS.
           PERFORM READ-MASK-RULE
               THRU READ-MASK-RULE-EXIT.
           IF NOT XTR-MASK-RULE-FOUND
               GO TO MASK-EXTRACT-EXIT
           END-IF.

           MOVE LENGTH OF AUDIT-INPUT-DATA TO MASK-REQ-LENGTH.
           IF AUDIT-INPUT-LENGTH NUMERIC
               IF AUDIT-INPUT-LENGTH < LENGTH OF AUDIT-INPUT-DATA
                   MOVE AUDIT-INPUT-LENGTH TO MASK-REQ-LENGTH
               END-IF
           END-IF.

           MOVE RETURN-CODE TO XTR-SAVED-RC.
           MOVE AUDIT-INPUT-DATA TO MASK-REQ-PAYLOAD.
           CALL 'EDUMASK' USING MASK-RECORD MASK-REQUEST.
           MOVE MASK-REQ-PAYLOAD TO AUDIT-INPUT-DATA.
           PERFORM NOTE-MASK-RESULT.
           MOVE AUDIT-OUTPUT-DATA TO MASK-REQ-PAYLOAD.
           CALL 'EDUMASK' USING MASK-RECORD MASK-REQUEST.
           MOVE MASK-REQ-PAYLOAD TO AUDIT-OUTPUT-DATA.
           PERFORM NOTE-MASK-RESULT.
           MOVE XTR-SAVED-RC TO RETURN-CODE.

       MASK-EXTRACT-EXIT.
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
      *  The client's own rule for the program, else the client *
      *  row. Without a readable MASKFILE the rule is method W.
      *  -----------------------------------------------------------
       READ-MASK-RULE.
           MOVE 'N' TO XTR-MASK-RULE-FLAG.
           IF NOT MASKFILE-IS-OPEN
               MOVE SPACES TO MASK-RECORD
               MOVE 'W' TO MASK-METHOD
               MOVE 'Y' TO XTR-MASK-RULE-FLAG
               GO TO READ-MASK-RULE-EXIT
           END-IF.

           MOVE 'R' TO XTR-MASK-SEARCH-TYPE.
           MOVE AUDIT-CLIENT-ID TO XTR-MASK-SEARCH-ID.
           MOVE AUDIT-PROGRAM TO XTR-MASK-SEARCH-SERVICE.
           MOVE XTR-MASK-SEARCH-KEY TO MASK-FILE-KEY.
           READ MASK-FILE INTO MASK-RECORD.
           IF XTR-MASK-STATUS = '23'
               MOVE '*' TO XTR-MASK-SEARCH-ID
               MOVE XTR-MASK-SEARCH-KEY TO MASK-FILE-KEY
               READ MASK-FILE INTO MASK-RECORD
           END-IF.

           EVALUATE TRUE
               WHEN XTR-MASK-STATUS = '00'
                   IF NOT MASK-NO-MASKING
                       MOVE 'Y' TO XTR-MASK-RULE-FLAG
                   END-IF
               WHEN XTR-MASK-STATUS = '23'
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO MASK-RECORD
                   MOVE 'W' TO MASK-METHOD
                   MOVE 'Y' TO XTR-MASK-RULE-FLAG
           END-EVALUATE.

       READ-MASK-RULE-EXIT.
           EXIT.

      *  -----------------------------------------------------------
       TERMINATE-EXTRACT.
           DISPLAY 'EDUXTR: READ=' XTR-READ-COUNT
                   ' KEPT=' XTR-KEPT-COUNT
                   ' MASKED=' XTR-MASKED-COUNT.
           IF XTR-KEPT-COUNT = 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE AUDIT-HISTORY-FILE.
           CLOSE EXTRACT-OUTPUT-FILE.
           IF MASKFILE-IS-OPEN
               CLOSE MASK-FILE
           END-IF.
