      *                                                                *
      * A test case can carry expected results (TEST-EXPECT-TYPE in    *
      * TESTREC): expected OUTPUTDATA content for EDUCHAN cases, an    *
      * expected CICSRC for the deliberate-failure cases, a shape      *
      * check on EC01's returned date and time, or EC01's expected     *
      * business-date answer or result status. An EC01 case with a     *
      * non-blank TEST-INPUT-DATA sends it as the commarea request     *
      * area (copybook EC01CA, from LK-VERSION on), so settlement-     *
      * date rolls and joint calendars can be regression tested; a     *
      * blank one sends the space-filled TODAY call as always. A       *
      * content mismatch fails the case and an expected-versus-actual  *
      * detail line pair follows the case line on RPTOUT, so a change  *
      * that corrupts output content fails the regression loudly       *
      * instead of sailing through on a NORMAL response alone.         *
      *                                                                *
      * Throughput/stress mode answers the capacity question the      *
      * serial regression cannot: a STRSCTL control record reading    *
       01 BATCH-ACTUAL-SHOW         PIC X(80) VALUE SPACES.
       01 BATCH-EXP-RC-DISP         PIC -(8)9.

      *  EC01 request area - where it starts in the commarea, how
      *  long it is, and the function asked for, kept because EC01
      *  clears the request area to build its reply
       01 BATCH-EC01-REQ-START      PIC S9(8) COMP-4 VALUE 0.
       01 BATCH-EC01-REQ-LENGTH     PIC S9(8) COMP-4 VALUE 0.
       01 BATCH-EC01-FUNCTION       PIC X(8) VALUE SPACES.

      *  EC01's commarea, shared with EC01 itself via the same
      *  copybook so the two programs can never drift apart
       COPY EC01CA REPLACING ==DFHCOMMAREA== BY ==EC01-COMMAREA==.
       RUN-EC01-TEST.
           MOVE 0 TO BATCH-EDU-RESPCODE.
           MOVE SPACES TO EC01-COMMAREA.
           MOVE SPACES TO BATCH-EC01-FUNCTION.
           IF TEST-INPUT-DATA NOT = SPACES
               COMPUTE BATCH-EC01-REQ-START =
                   LENGTH OF LK-BASE-REPLY + 1
               END-COMPUTE
               COMPUTE BATCH-EC01-REQ-LENGTH =
                   LENGTH OF EC01-COMMAREA - LENGTH OF LK-BASE-REPLY
               END-COMPUTE
               MOVE TEST-INPUT-DATA(1:BATCH-EC01-REQ-LENGTH)
                   TO EC01-COMMAREA(BATCH-EC01-REQ-START:
                                    BATCH-EC01-REQ-LENGTH)
               MOVE LK-FUNCTION TO BATCH-EC01-FUNCTION
           END-IF.

      *  SYSID is only coded when BATCH-SYSID actually names a
      *  region - coding SYSID(SPACES) is not the same as omitting
      *  An EC01 case passes on a NORMAL LINK; with expect-type F
      *  the returned date and time must also come back shaped
      *  DD/MM/YYYY and HH:MM:SS, so a format regression in EC01's
      *  reply is caught even though the LINK itself is clean. With
      *  D the business-date answer must match, with S the result
      *  status
      *  -----------------------------------------------------------
       JUDGE-EC01-RESULT.
           MOVE 'N' TO BATCH-MISMATCH-FLAG.
               IF EXPECT-DATE-FORMAT
                   PERFORM CHECK-EC01-FORMAT
               END-IF
               IF EXPECT-RESULT-DATE
                   PERFORM CHECK-EC01-RESULT-DATE
               END-IF
               IF EXPECT-RESULT-STATUS
                   PERFORM CHECK-EC01-RESULT-STATUS
               END-IF
               IF BATCH-MISMATCH
                   MOVE 'FAIL' TO BATCH-RESULT-TEXT
                   ADD 1 TO BATCH-FAIL-COUNT
               END-STRING
           END-IF.

      *  -----------------------------------------------------------
      *  The answer must be OK and equal the expected data - the
      *  DD/MM/YYYY result date, or for DIFFBUS the five-digit day
      *  count
      *  -----------------------------------------------------------
       CHECK-EC01-RESULT-DATE.
           MOVE SPACES TO BATCH-ACTUAL-SHOW.
           IF BATCH-EC01-FUNCTION = 'DIFFBUS'
               STRING LK-RESULT-STATUS DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      LK-RESULT-DAYS   DELIMITED BY SIZE
                      INTO BATCH-ACTUAL-SHOW
               END-STRING
               IF NOT LK-RESULT-OK OR
                  LK-RESULT-DAYS NOT = TEST-EXPECTED-DATA(1:5)
                   MOVE 'Y' TO BATCH-MISMATCH-FLAG
               END-IF
           ELSE
               STRING LK-RESULT-STATUS DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      LK-RESULT-DATE   DELIMITED BY SIZE
                      INTO BATCH-ACTUAL-SHOW
               END-STRING
               IF NOT LK-RESULT-OK OR
                  LK-RESULT-DATE NOT = TEST-EXPECTED-DATA(1:10)
                   MOVE 'Y' TO BATCH-MISMATCH-FLAG
               END-IF
           END-IF.
           IF BATCH-MISMATCH
               MOVE SPACES TO BATCH-EXPECTED-SHOW
               STRING 'OK   ' DELIMITED BY SIZE
                      TEST-EXPECTED-DATA(1:10) DELIMITED BY SIZE
                      INTO BATCH-EXPECTED-SHOW
               END-STRING
           END-IF.

      *  -----------------------------------------------------------
       CHECK-EC01-RESULT-STATUS.
           IF LK-RESULT-STATUS NOT = TEST-EXPECTED-DATA(1:4)
               MOVE 'Y' TO BATCH-MISMATCH-FLAG
               MOVE SPACES TO BATCH-EXPECTED-SHOW
               STRING 'STATUS ' DELIMITED BY SIZE
                      TEST-EXPECTED-DATA(1:4) DELIMITED BY SIZE
                      INTO BATCH-EXPECTED-SHOW
               END-STRING
               MOVE SPACES TO BATCH-ACTUAL-SHOW
               STRING 'STATUS ' DELIMITED BY SIZE
                      LK-RESULT-STATUS DELIMITED BY SIZE
                      INTO BATCH-ACTUAL-SHOW
               END-STRING
           END-IF.

      *  -----------------------------------------------------------
      *  Give EDUCHAN a channel that is unique to this test case so
      *  a run with many records never sees containers left behind
