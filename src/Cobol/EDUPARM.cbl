      *                                                                *
      *   PMNT L                      list the file                   *
      *   PMNT V program name         view one parameter              *
      *   PMNT S program name value / reason                          *
      *                               set a parameter - an existing   *
      *                               record is updated, a new one    *
      *                               written; either way the change  *
      *                               is stamped with the effective   *
      *                               date and time and confirmed     *
      *                               back with the old value         *
      *   PMNT G program name Y|N / reason                            *
      *                               designate a parameter sensitive *
      *                               (Y) or not (N)                  *
      *   PMNT P                      list PMNT changes pending       *
      *   PMNT Y nnnnnnnn / reason    approve pending change nnnnnnnn *
      *   PMNT N nnnnnnnn / reason    reject pending change nnnnnnnn  *
      *                                                                *
      * Everything after " / " on the line is the reason text, which  *
      * S and G must carry. Every change is written to the CHGJRNL    *
      * change journal (copybook CHGJREC) under a change number, with *
      * the signed-on user, terminal, reason and the record before    *
      * and after. A parameter not designated sensitive changes at    *
      * once. A change to a sensitive one (PARM-APPROVAL-FLAG), and   *
      * every G command, is only journalled as pending: it takes      *
      * effect when a different user approves it with PMNT Y, which   *
      * first checks the parameter still holds what it held when the  *
      * change was asked for, so an approval never overwrites a       *
      * change made in between. Any user may reject a pending change. *
      * A change the journal cannot record is not made at all.        *
      ******************************************************************

       IDENTIFICATION DIVISION.
       WORKING-STORAGE SECTION.

       01 PMNT-PARM-FILE     PIC X(8) VALUE 'PARMFILE'.
       01 PMNT-JOURNAL-FILE  PIC X(8) VALUE 'CHGJRNL'.

       01 PMNT-INPUT-LENGTH  PIC S9(4) COMP-4 VALUE 0.
       01 PMNT-INPUT-TEXT    PIC X(80) VALUE SPACES.
       01 PMNT-TOKEN2        PIC X(16) VALUE SPACES.
       01 PMNT-TOKEN3        PIC X(16) VALUE SPACES.
       01 PMNT-TOKEN4        PIC X(16) VALUE SPACES.
       01 PMNT-REASON-TEXT   PIC X(40) VALUE SPACES.
       01 PMNT-REASON-POS    PIC S9(4) COMP-4 VALUE 0.
       01 PMNT-REASON-LENGTH PIC S9(4) COMP-4 VALUE 0.

       01 PMNT-RESPCODE      PIC S9(8) COMP-4 VALUE 0.
       01 PMNT-ABSTIME       PIC S9(15) COMP-3.
       01 PMNT-BROWSE-DONE   PIC X VALUE 'N'.
          88 PMNT-LIST-COMPLETE     VALUE 'Y'.

      *  Change-journal working fields - who and when, the change
      *  number drawn from PARMFILE and the one a Y/N command names
       01 PMNT-USERID        PIC X(8) VALUE SPACES.
       01 PMNT-NOW-DATE      PIC X(8) VALUE SPACES.
       01 PMNT-NOW-TIME      PIC X(6) VALUE SPACES.
       01 PMNT-CHANGE-ID     PIC 9(8) VALUE 0.
       01 PMNT-BROWSE-ID     PIC 9(8) VALUE 0.
       01 PMNT-ID-SEARCH-KEY.
          05 PMNT-ID-PROGRAM        PIC X(08) VALUE 'EDUPARM'.
          05 PMNT-ID-NAME           PIC X(08) VALUE 'CHANGEID'.
       01 PMNT-FETCH-FLAG    PIC X VALUE 'N'.
          88 PMNT-CHANGE-FETCHED    VALUE 'Y'.
       01 PMNT-NEW-STATE     PIC X VALUE SPACES.
       01 PMNT-FLAG-TEXT     PIC X(13) VALUE SPACES.

       01 PMNT-SCREEN.
          05 PMNT-SCREEN-LINE OCCURS 20 TIMES PIC X(80).

      *  EC01, EDUBATCH
       COPY PARMREC.

      *  The parameter as it stood when a pending change was asked
      *  for, from the journal's before image
       COPY PARMREC REPLACING LEADING ==PARM== BY ==PMNT-BEFORE==.

      *  Change-journal record - shared layout with EDUHOL, EDUJRNL
       COPY CHGJREC.

       PROCEDURE DIVISION.
      *  -----------------------------------------------------------
       MAIN-PROCESSING SECTION.
                   PERFORM VIEW-PARAMETER
               WHEN 'S'
                   PERFORM SET-PARAMETER
               WHEN 'G'
                   PERFORM GUARD-PARAMETER
                       THRU GUARD-PARAMETER-EXIT
               WHEN 'P'
                   PERFORM LIST-PENDING-CHANGES
               WHEN 'Y'
                   PERFORM APPROVE-CHANGE
                       THRU APPROVE-CHANGE-EXIT
               WHEN 'N'
                   PERFORM REJECT-CHANGE
                       THRU REJECT-CHANGE-EXIT
               WHEN OTHER
                   MOVE 'ENTER: PMNT L / PMNT V PROG NAME / PMNT S'
                           TO PMNT-SCREEN-LINE(3)
                   MOVE '       PROG NAME VALUE / REASON / PMNT G PROG'
                           TO PMNT-SCREEN-LINE(4)
                   MOVE '       NAME Y|N / REASON / PMNT P / PMNT Y|N'
                           TO PMNT-SCREEN-LINE(5)
                   MOVE '       CHANGENO / REASON'
                           TO PMNT-SCREEN-LINE(6)
           END-EVALUATE.

           PERFORM SEND-SCREEN-AND-RETURN.
                             RESP(PMNT-RESPCODE)
                             END-EXEC.

      *  The reason is everything after the first " / " - taken off
      *  the line before it is split into tokens
           MOVE SPACES TO PMNT-REASON-TEXT.
           MOVE 0 TO PMNT-REASON-POS.
           INSPECT PMNT-INPUT-TEXT TALLYING PMNT-REASON-POS
               FOR CHARACTERS BEFORE INITIAL ' / '.
           IF PMNT-REASON-POS < LENGTH OF PMNT-INPUT-TEXT
               IF PMNT-REASON-POS + 4 <= LENGTH OF PMNT-INPUT-TEXT
                   COMPUTE PMNT-REASON-LENGTH =
                       LENGTH OF PMNT-INPUT-TEXT - PMNT-REASON-POS - 3
                   END-COMPUTE
                   IF PMNT-REASON-LENGTH > LENGTH OF PMNT-REASON-TEXT
                       MOVE LENGTH OF PMNT-REASON-TEXT
                               TO PMNT-REASON-LENGTH
                   END-IF
                   MOVE PMNT-INPUT-TEXT(PMNT-REASON-POS + 4:
                                        PMNT-REASON-LENGTH)
                           TO PMNT-REASON-TEXT
               END-IF
               MOVE SPACES TO PMNT-INPUT-TEXT(PMNT-REASON-POS + 1:)
           END-IF.

           MOVE SPACES TO PMNT-TOKEN1 PMNT-TOKEN2
                          PMNT-TOKEN3 PMNT-TOKEN4.
           UNSTRING PMNT-INPUT-TEXT DELIMITED BY ALL SPACES
                  PARM-UPDATED-TIME  DELIMITED BY SIZE
                  INTO PMNT-SCREEN-LINE(PMNT-LINES-USED + 2)
           END-STRING.
           IF PARM-NEEDS-APPROVAL
               MOVE ' SENSITIVE'
                   TO PMNT-SCREEN-LINE(PMNT-LINES-USED + 2)(58:10)
           END-IF.

      *  -----------------------------------------------------------
       VIEW-PARAMETER.
      *  -----------------------------------------------------------
       SET-PARAMETER.
           IF PMNT-TOKEN2 = SPACES OR PMNT-TOKEN3 = SPACES OR
              PMNT-TOKEN4 = SPACES OR PMNT-REASON-TEXT = SPACES
               MOVE 'ENTER: PMNT S PROGRAM NAME VALUE / REASON'
                       TO PMNT-SCREEN-LINE(3)
           ELSE
               PERFORM UPDATE-OR-WRITE-PARM
                   THRU UPDATE-OR-WRITE-EXIT
           END-IF.

      *  -----------------------------------------------------------
      *  The change number is drawn before the parameter is read for
      *  update - the counter lives on PARMFILE too, and one task
      *  holds one update on a file at a time. The journal record is
      *  written before the parameter is touched: a change that
      *  cannot be journalled is not made.
      *  -----------------------------------------------------------
       UPDATE-OR-WRITE-PARM.
           PERFORM GET-USER-AND-TIME.
           PERFORM DRAW-CHANGE-ID
               THRU DRAW-CHANGE-ID-EXIT.
           IF PMNT-CHANGE-ID = 0
               MOVE 'NO CHANGE NUMBER AVAILABLE - NOTHING CHANGED'
                       TO PMNT-SCREEN-LINE(3)
               GO TO UPDATE-OR-WRITE-EXIT
           END-IF.

           MOVE PMNT-TOKEN2(1:8) TO PMNT-SEARCH-PROGRAM.
           MOVE PMNT-TOKEN3(1:8) TO PMNT-SEARCH-NAME.
           MOVE 'N' TO PMNT-NEW-FLAG.
                   GO TO UPDATE-OR-WRITE-EXIT
           END-EVALUATE.

           PERFORM START-JOURNAL-RECORD.
           MOVE 'S' TO CJ-ACTION.
           MOVE PMNT-SEARCH-KEY TO CJ-RECORD-KEY.
           IF NOT PMNT-NEW-RECORD
               MOVE PARM-RECORD TO CJ-BEFORE-IMAGE
           END-IF.

           MOVE PMNT-SEARCH-PROGRAM TO PARM-PROGRAM.
           MOVE PMNT-SEARCH-NAME TO PARM-NAME.
           MOVE PMNT-TOKEN4 TO PARM-VALUE.
           MOVE PMNT-NOW-DATE TO PARM-UPDATED-DATE.
           MOVE PMNT-NOW-TIME TO PARM-UPDATED-TIME.
           MOVE PARM-RECORD TO CJ-AFTER-IMAGE.

      *  A sensitive parameter is left as it is - the change waits
      *  in the journal for a second user
           IF NOT PMNT-NEW-RECORD AND PARM-NEEDS-APPROVAL
               EXEC CICS UNLOCK FILE(PMNT-PARM-FILE)
                                RESP(PMNT-RESPCODE)
                                END-EXEC
               MOVE 'P' TO CJ-STATE
               PERFORM WRITE-JOURNAL-RECORD
               IF PMNT-RESPCODE NOT = DFHRESP(NORMAL)
                   MOVE 'CHANGE JOURNAL WRITE FAILED - NOTHING CHANGED'
                           TO PMNT-SCREEN-LINE(3)
               ELSE
                   PERFORM SHOW-PENDING-MESSAGE
               END-IF
               GO TO UPDATE-OR-WRITE-EXIT
           END-IF.

           MOVE 'A' TO CJ-STATE.
           PERFORM WRITE-JOURNAL-RECORD.
           IF PMNT-RESPCODE NOT = DFHRESP(NORMAL)
               IF NOT PMNT-NEW-RECORD
                   EXEC CICS UNLOCK FILE(PMNT-PARM-FILE)
                                    RESP(PMNT-RESPCODE)
                                    END-EXEC
               END-IF
               MOVE 'CHANGE JOURNAL WRITE FAILED - NOTHING CHANGED'
                       TO PMNT-SCREEN-LINE(3)
               GO TO UPDATE-OR-WRITE-EXIT
           END-IF.

           IF PMNT-NEW-RECORD
               EXEC CICS WRITE FILE(PMNT-PARM-FILE)
           IF PMNT-RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'PARMFILE UPDATE FAILED - NOTHING CHANGED'
                       TO PMNT-SCREEN-LINE(3)
               MOVE 'F' TO PMNT-NEW-STATE
               PERFORM MARK-JOURNAL-STATE
           ELSE
               STRING 'SET ' DELIMITED BY SIZE
                      PARM-PROGRAM DELIMITED BY SIZE
                      PARM-UPDATED-TIME DELIMITED BY SIZE
                      INTO PMNT-SCREEN-LINE(4)
               END-STRING
               STRING 'JOURNALLED AS CHANGE ' DELIMITED BY SIZE
                      CJ-CHANGE-ID DELIMITED BY SIZE
                      INTO PMNT-SCREEN-LINE(5)
               END-STRING
           END-IF.

       UPDATE-OR-WRITE-EXIT.
           EXIT.

      *  -----------------------------------------------------------
      *  Designate a parameter sensitive, or stop treating it so.
      *  Either way the designation is a change like any other and
      *  always waits for a second user.
      *  -----------------------------------------------------------
       GUARD-PARAMETER.
           IF PMNT-TOKEN2 = SPACES OR PMNT-TOKEN3 = SPACES OR
              (PMNT-TOKEN4 NOT = 'Y' AND PMNT-TOKEN4 NOT = 'N') OR
              PMNT-REASON-TEXT = SPACES
               MOVE 'ENTER: PMNT G PROGRAM NAME Y|N / REASON'
                       TO PMNT-SCREEN-LINE(3)
               GO TO GUARD-PARAMETER-EXIT
           END-IF.

           MOVE PMNT-TOKEN2(1:8) TO PMNT-SEARCH-PROGRAM.
           MOVE PMNT-TOKEN3(1:8) TO PMNT-SEARCH-NAME.
           EXEC CICS READ FILE(PMNT-PARM-FILE)
                          INTO(PARM-RECORD)
                          RIDFLD(PMNT-SEARCH-KEY)
                          KEYLENGTH(LENGTH OF PMNT-SEARCH-KEY)
                          RESP(PMNT-RESPCODE)
                          END-EXEC.
           IF PMNT-RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'NO SUCH PARAMETER ON PARMFILE'
                       TO PMNT-SCREEN-LINE(3)
               GO TO GUARD-PARAMETER-EXIT
           END-IF.
           IF (PMNT-TOKEN4 = 'Y' AND PARM-NEEDS-APPROVAL) OR
              (PMNT-TOKEN4 = 'N' AND NOT PARM-NEEDS-APPROVAL)
               MOVE 'PARAMETER IS ALREADY DESIGNATED SO - NOT CHANGED'
                       TO PMNT-SCREEN-LINE(3)
               GO TO GUARD-PARAMETER-EXIT
           END-IF.

           PERFORM GET-USER-AND-TIME.
           PERFORM START-JOURNAL-RECORD.
           MOVE PARM-RECORD TO CJ-BEFORE-IMAGE.
           PERFORM DRAW-CHANGE-ID
               THRU DRAW-CHANGE-ID-EXIT.
           IF PMNT-CHANGE-ID = 0
               MOVE 'NO CHANGE NUMBER AVAILABLE - NOTHING CHANGED'
                       TO PMNT-SCREEN-LINE(3)
               GO TO GUARD-PARAMETER-EXIT
           END-IF.
           MOVE PMNT-CHANGE-ID TO CJ-CHANGE-ID.

           MOVE CJ-BEFORE-IMAGE TO PARM-RECORD.
           IF PMNT-TOKEN4 = 'Y'
               MOVE 'Y' TO PARM-APPROVAL-FLAG
           ELSE
               MOVE SPACES TO PARM-APPROVAL-FLAG
           END-IF.
           MOVE PARM-RECORD TO CJ-AFTER-IMAGE.
           MOVE 'G' TO CJ-ACTION.
           MOVE PMNT-SEARCH-KEY TO CJ-RECORD-KEY.
           MOVE 'P' TO CJ-STATE.
           PERFORM WRITE-JOURNAL-RECORD.
           IF PMNT-RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'CHANGE JOURNAL WRITE FAILED - NOTHING CHANGED'
                       TO PMNT-SCREEN-LINE(3)
           ELSE
               PERFORM SHOW-PENDING-MESSAGE
           END-IF.

       GUARD-PARAMETER-EXIT.
           EXIT.

      *  -----------------------------------------------------------
      *  Apply a pending change. The approver must be a different
      *  signed-on user from the one who asked for it, and the
      *  parameter must still be as the change found it - otherwise
      *  the change is left pending to be rejected and asked again.
      *  -----------------------------------------------------------
       APPROVE-CHANGE.
           PERFORM GET-USER-AND-TIME.
           PERFORM FETCH-PENDING-CHANGE
               THRU FETCH-PENDING-EXIT.
           IF NOT PMNT-CHANGE-FETCHED
               GO TO APPROVE-CHANGE-EXIT
           END-IF.

           IF PMNT-USERID = SPACES OR PMNT-USERID = CJ-USERID
               EXEC CICS UNLOCK FILE(PMNT-JOURNAL-FILE)
                                RESP(PMNT-RESPCODE)
                                END-EXEC
               STRING 'CHANGE ' DELIMITED BY SIZE
                      CJ-CHANGE-ID DELIMITED BY SIZE
                      ' WAS ASKED FOR BY ' DELIMITED BY SIZE
                      CJ-USERID DELIMITED BY SIZE
                      ' - ANOTHER USER MUST APPROVE IT'
                      DELIMITED BY SIZE
                      INTO PMNT-SCREEN-LINE(3)
               END-STRING
               GO TO APPROVE-CHANGE-EXIT
           END-IF.

           MOVE CJ-BEFORE-IMAGE TO PMNT-BEFORE-RECORD.
           MOVE CJ-RECORD-KEY TO PMNT-SEARCH-KEY.
           EXEC CICS READ FILE(PMNT-PARM-FILE)
                          INTO(PARM-RECORD)
                          RIDFLD(PMNT-SEARCH-KEY)
                          KEYLENGTH(LENGTH OF PMNT-SEARCH-KEY)
                          UPDATE
                          RESP(PMNT-RESPCODE)
                          END-EXEC.

           EVALUATE TRUE
               WHEN PMNT-RESPCODE = DFHRESP(NORMAL)
                   IF CJ-BEFORE-IMAGE = SPACES OR
                      PARM-VALUE NOT = PMNT-BEFORE-VALUE OR
                      PARM-APPROVAL-FLAG NOT =
                          PMNT-BEFORE-APPROVAL-FLAG
                       EXEC CICS UNLOCK FILE(PMNT-PARM-FILE)
                                        RESP(PMNT-RESPCODE)
                                        END-EXEC
                       PERFORM SHOW-STALE-MESSAGE
                       GO TO APPROVE-CHANGE-EXIT
                   END-IF
                   MOVE 'N' TO PMNT-NEW-FLAG
               WHEN PMNT-RESPCODE = DFHRESP(NOTFND)
                   IF CJ-BEFORE-IMAGE NOT = SPACES
                       PERFORM SHOW-STALE-MESSAGE
                       GO TO APPROVE-CHANGE-EXIT
                   END-IF
                   MOVE 'Y' TO PMNT-NEW-FLAG
               WHEN OTHER
                   EXEC CICS UNLOCK FILE(PMNT-JOURNAL-FILE)
                                    RESP(PMNT-RESPCODE)
                                    END-EXEC
                   MOVE 'PARMFILE READ FAILED - CHANGE STILL PENDING'
                           TO PMNT-SCREEN-LINE(3)
                   GO TO APPROVE-CHANGE-EXIT
           END-EVALUATE.

           MOVE CJ-AFTER-IMAGE TO PARM-RECORD.
           MOVE PMNT-NOW-DATE TO PARM-UPDATED-DATE.
           MOVE PMNT-NOW-TIME TO PARM-UPDATED-TIME.
           IF PMNT-NEW-RECORD
               EXEC CICS WRITE FILE(PMNT-PARM-FILE)
                               FROM(PARM-RECORD)
                               RIDFLD(PARM-KEY)
                               KEYLENGTH(LENGTH OF PARM-KEY)
                               RESP(PMNT-RESPCODE)
                               END-EXEC
           ELSE
               EXEC CICS REWRITE FILE(PMNT-PARM-FILE)
                                 FROM(PARM-RECORD)
                                 RESP(PMNT-RESPCODE)
                                 END-EXEC
           END-IF.
           IF PMNT-RESPCODE NOT = DFHRESP(NORMAL)
               EXEC CICS UNLOCK FILE(PMNT-JOURNAL-FILE)
                                RESP(PMNT-RESPCODE)
                                END-EXEC
               MOVE 'PARMFILE UPDATE FAILED - CHANGE STILL PENDING'
                       TO PMNT-SCREEN-LINE(3)
               GO TO APPROVE-CHANGE-EXIT
           END-IF.

           MOVE 'Y' TO CJ-STATE.
           PERFORM REWRITE-DECIDED-CHANGE.

           STRING 'APPROVED CHANGE ' DELIMITED BY SIZE
                  CJ-CHANGE-ID DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  PARM-PROGRAM DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  PARM-NAME DELIMITED BY SIZE
                  ' = ' DELIMITED BY SIZE
                  PARM-VALUE DELIMITED BY SIZE
                  INTO PMNT-SCREEN-LINE(3)
           END-STRING.
           IF CJ-ACTION-GUARD
               IF PARM-NEEDS-APPROVAL
                   MOVE 'PARAMETER IS NOW DESIGNATED SENSITIVE'
                           TO PMNT-SCREEN-LINE(4)
               ELSE
                   MOVE 'PARAMETER IS NO LONGER DESIGNATED SENSITIVE'
                           TO PMNT-SCREEN-LINE(4)
               END-IF
           ELSE
               STRING 'WAS ' DELIMITED BY SIZE
                      PMNT-BEFORE-VALUE DELIMITED BY SIZE
                      '  EFFECTIVE ' DELIMITED BY SIZE
                      PARM-UPDATED-DATE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      PARM-UPDATED-TIME DELIMITED BY SIZE
                      INTO PMNT-SCREEN-LINE(4)
               END-STRING
           END-IF.
           IF PMNT-RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'APPLIED, BUT THE JOURNAL STILL SHOWS IT PENDING'
                       TO PMNT-SCREEN-LINE(5)
           END-IF.

       APPROVE-CHANGE-EXIT.
           EXIT.

      *  -----------------------------------------------------------
      *  Reject a pending change - nothing on PARMFILE is touched.
      *  Anyone may reject, including the user who asked for it.
      *  -----------------------------------------------------------
       REJECT-CHANGE.
           PERFORM GET-USER-AND-TIME.
           PERFORM FETCH-PENDING-CHANGE
               THRU FETCH-PENDING-EXIT.
           IF NOT PMNT-CHANGE-FETCHED
               GO TO REJECT-CHANGE-EXIT
           END-IF.

           MOVE 'R' TO CJ-STATE.
           PERFORM REWRITE-DECIDED-CHANGE.
           IF PMNT-RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'CHANGE JOURNAL UPDATE FAILED - STILL PENDING'
                       TO PMNT-SCREEN-LINE(3)
           ELSE
               STRING 'REJECTED CHANGE ' DELIMITED BY SIZE
                      CJ-CHANGE-ID DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      CJ-RECORD-KEY DELIMITED BY SIZE
                      ' NOT CHANGED' DELIMITED BY SIZE
                      INTO PMNT-SCREEN-LINE(3)
               END-STRING
           END-IF.

       REJECT-CHANGE-EXIT.
           EXIT.

      *  -----------------------------------------------------------
      *  Read the change a Y or N command names for update, refusing
      *  anything that is not a pending PMNT change
      *  -----------------------------------------------------------
       FETCH-PENDING-CHANGE.
           MOVE 'N' TO PMNT-FETCH-FLAG.
           IF PMNT-TOKEN2(1:8) NOT NUMERIC OR
              PMNT-TOKEN2(9:8) NOT = SPACES
               MOVE 'ENTER: PMNT Y|N CHANGENO / REASON'
                       TO PMNT-SCREEN-LINE(3)
               GO TO FETCH-PENDING-EXIT
           END-IF.

           MOVE PMNT-TOKEN2(1:8) TO CJ-CHANGE-ID.
           EXEC CICS READ FILE(PMNT-JOURNAL-FILE)
                          INTO(CHANGE-JOURNAL-RECORD)
                          RIDFLD(CJ-KEY)
                          KEYLENGTH(LENGTH OF CJ-KEY)
                          UPDATE
                          RESP(PMNT-RESPCODE)
                          END-EXEC.
           IF PMNT-RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'NO SUCH CHANGE ON THE CHANGE JOURNAL'
                       TO PMNT-SCREEN-LINE(3)
               GO TO FETCH-PENDING-EXIT
           END-IF.

           IF NOT CJ-STATE-PENDING OR CJ-SOURCE NOT = 'PMNT'
               EXEC CICS UNLOCK FILE(PMNT-JOURNAL-FILE)
                                RESP(PMNT-RESPCODE)
                                END-EXEC
               IF CJ-STATE-PENDING
                   MOVE 'NOT A PMNT CHANGE - DECIDE IT WITH HMNT'
                           TO PMNT-SCREEN-LINE(3)
               ELSE
                   MOVE 'THAT CHANGE IS NOT PENDING'
                           TO PMNT-SCREEN-LINE(3)
               END-IF
               GO TO FETCH-PENDING-EXIT
           END-IF.
           MOVE 'Y' TO PMNT-FETCH-FLAG.

       FETCH-PENDING-EXIT.
           EXIT.

      *  -----------------------------------------------------------
       REWRITE-DECIDED-CHANGE.
           MOVE PMNT-USERID TO CJ-DECIDED-BY.
           MOVE PMNT-NOW-DATE TO CJ-DECIDED-DATE.
           MOVE PMNT-NOW-TIME TO CJ-DECIDED-TIME.
           MOVE PMNT-REASON-TEXT TO CJ-DECISION-REASON.
           EXEC CICS REWRITE FILE(PMNT-JOURNAL-FILE)
                             FROM(CHANGE-JOURNAL-RECORD)
                             RESP(PMNT-RESPCODE)
                             END-EXEC.

      *  -----------------------------------------------------------
      *  Record on the journal that an applied-at-once change did
      *  not reach PARMFILE after all
      *  -----------------------------------------------------------
       MARK-JOURNAL-STATE.
           EXEC CICS READ FILE(PMNT-JOURNAL-FILE)
                          INTO(CHANGE-JOURNAL-RECORD)
                          RIDFLD(CJ-KEY)
                          KEYLENGTH(LENGTH OF CJ-KEY)
                          UPDATE
                          RESP(PMNT-RESPCODE)
                          END-EXEC.
           IF PMNT-RESPCODE = DFHRESP(NORMAL)
               MOVE PMNT-NEW-STATE TO CJ-STATE
               EXEC CICS REWRITE FILE(PMNT-JOURNAL-FILE)
                                 FROM(CHANGE-JOURNAL-RECORD)
                                 RESP(PMNT-RESPCODE)
                                 END-EXEC
           END-IF.

      *  -----------------------------------------------------------
      *  List the PMNT changes waiting for a second user, oldest
      *  first, a screenful at a time
      *  -----------------------------------------------------------
       LIST-PENDING-CHANGES.
           MOVE 'CHANGE   A PROGRAM  NAME     NEW VALUE        ASKED BY'
                   TO PMNT-SCREEN-LINE(2).
           MOVE 0 TO PMNT-LINES-USED.
           MOVE 'N' TO PMNT-BROWSE-DONE.
           MOVE 0 TO PMNT-BROWSE-ID.

           EXEC CICS STARTBR FILE(PMNT-JOURNAL-FILE)
                             RIDFLD(PMNT-BROWSE-ID)
                             KEYLENGTH(LENGTH OF PMNT-BROWSE-ID)
                             GTEQ
                             RESP(PMNT-RESPCODE)
                             END-EXEC.
           IF PMNT-RESPCODE = DFHRESP(NORMAL)
               PERFORM LIST-ONE-PENDING
                   UNTIL PMNT-LIST-COMPLETE
               EXEC CICS ENDBR FILE(PMNT-JOURNAL-FILE)
                               RESP(PMNT-RESPCODE)
                               END-EXEC
           END-IF.
           IF PMNT-LINES-USED = 0
               MOVE 'NO PMNT CHANGES ARE PENDING APPROVAL'
                       TO PMNT-SCREEN-LINE(4)
           END-IF.

      *  -----------------------------------------------------------
       LIST-ONE-PENDING.
           EXEC CICS READNEXT FILE(PMNT-JOURNAL-FILE)
                              INTO(CHANGE-JOURNAL-RECORD)
                              RIDFLD(PMNT-BROWSE-ID)
                              KEYLENGTH(LENGTH OF PMNT-BROWSE-ID)
                              RESP(PMNT-RESPCODE)
                              END-EXEC.
           IF PMNT-RESPCODE NOT = DFHRESP(NORMAL) OR
              PMNT-LINES-USED >= 15
               MOVE 'Y' TO PMNT-BROWSE-DONE
           ELSE
               IF CJ-STATE-PENDING AND CJ-SOURCE = 'PMNT'
                   ADD 1 TO PMNT-LINES-USED
                   MOVE CJ-AFTER-IMAGE TO PARM-RECORD
                   IF CJ-ACTION-GUARD
                       IF PARM-NEEDS-APPROVAL
                           MOVE 'SENSITIVE=Y' TO PMNT-FLAG-TEXT
                       ELSE
                           MOVE 'SENSITIVE=N' TO PMNT-FLAG-TEXT
                       END-IF
                   ELSE
                       MOVE PARM-VALUE TO PMNT-FLAG-TEXT
                   END-IF
                   STRING CJ-CHANGE-ID       DELIMITED BY SIZE
                          ' '                DELIMITED BY SIZE
                          CJ-ACTION          DELIMITED BY SIZE
                          ' '                DELIMITED BY SIZE
                          PARM-PROGRAM       DELIMITED BY SIZE
                          ' '                DELIMITED BY SIZE
                          PARM-NAME          DELIMITED BY SIZE
                          ' '                DELIMITED BY SIZE
                          PMNT-FLAG-TEXT     DELIMITED BY SIZE
                          '    '             DELIMITED BY SIZE
                          CJ-USERID          DELIMITED BY SIZE
                          ' '                DELIMITED BY SIZE
                          CJ-REASON(1:14)    DELIMITED BY SIZE
                          INTO PMNT-SCREEN-LINE(PMNT-LINES-USED + 2)
                   END-STRING
               END-IF
           END-IF.

      *  -----------------------------------------------------------
       SHOW-PENDING-MESSAGE.
           STRING 'CHANGE ' DELIMITED BY SIZE
                  CJ-CHANGE-ID DELIMITED BY SIZE
                  ' IS PENDING - SENSITIVE PARAMETER'
                  DELIMITED BY SIZE
                  INTO PMNT-SCREEN-LINE(3)
           END-STRING.
           STRING 'ANOTHER USER MUST ENTER PMNT Y ' DELIMITED BY SIZE
                  CJ-CHANGE-ID DELIMITED BY SIZE
                  ' TO APPLY IT' DELIMITED BY SIZE
                  INTO PMNT-SCREEN-LINE(4)
           END-STRING.

      *  -----------------------------------------------------------
       SHOW-STALE-MESSAGE.
           EXEC CICS UNLOCK FILE(PMNT-JOURNAL-FILE)
                            RESP(PMNT-RESPCODE)
                            END-EXEC.
           STRING 'PARAMETER HAS CHANGED SINCE CHANGE '
                  DELIMITED BY SIZE
                  CJ-CHANGE-ID DELIMITED BY SIZE
                  ' WAS ASKED FOR' DELIMITED BY SIZE
                  INTO PMNT-SCREEN-LINE(3)
           END-STRING.
           STRING 'REJECT IT WITH PMNT N ' DELIMITED BY SIZE
                  CJ-CHANGE-ID DELIMITED BY SIZE
                  ' AND ASK AGAIN' DELIMITED BY SIZE
                  INTO PMNT-SCREEN-LINE(4)
           END-STRING.

      *  -----------------------------------------------------------
       GET-USER-AND-TIME.
           EXEC CICS ASSIGN USERID(PMNT-USERID)
                            RESP(PMNT-RESPCODE)
                            END-EXEC.
           IF PMNT-RESPCODE NOT = DFHRESP(NORMAL)
               MOVE SPACES TO PMNT-USERID
           END-IF.
           EXEC CICS ASKTIME ABSTIME(PMNT-ABSTIME)
                             END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(PMNT-ABSTIME)
                                YYYYMMDD(PMNT-NOW-DATE)
                                TIME(PMNT-NOW-TIME)
                                RESP(PMNT-RESPCODE)
                                END-EXEC.

      *  -----------------------------------------------------------
       START-JOURNAL-RECORD.
           MOVE SPACES TO CHANGE-JOURNAL-RECORD.
           MOVE PMNT-CHANGE-ID TO CJ-CHANGE-ID.
           MOVE 'PMNT' TO CJ-SOURCE.
           MOVE PMNT-PARM-FILE TO CJ-FILE.
           MOVE PMNT-NOW-DATE TO CJ-CHANGE-DATE.
           MOVE PMNT-NOW-TIME TO CJ-CHANGE-TIME.
           MOVE PMNT-USERID TO CJ-USERID.
           MOVE EIBTRMID TO CJ-TERMID.
           MOVE PMNT-REASON-TEXT TO CJ-REASON.

      *  -----------------------------------------------------------
       WRITE-JOURNAL-RECORD.
           EXEC CICS WRITE FILE(PMNT-JOURNAL-FILE)
                           FROM(CHANGE-JOURNAL-RECORD)
                           RIDFLD(CJ-KEY)
                           KEYLENGTH(LENGTH OF CJ-KEY)
                           RESP(PMNT-RESPCODE)
                           END-EXEC.

      *  -----------------------------------------------------------
      *  Next change number from PARMFILE key EDUPARM/CHANGEID, the
      *  same READ UPDATE/REWRITE counter the audit sequences use -
      *  shared with HMNT, so one number identifies a change on
      *  either file. Zero means no number could be drawn.
      *  -----------------------------------------------------------
       DRAW-CHANGE-ID.
           MOVE 0 TO PMNT-CHANGE-ID.
           EXEC CICS READ FILE(PMNT-PARM-FILE)
                          INTO(PARM-RECORD)
                          RIDFLD(PMNT-ID-SEARCH-KEY)
                          KEYLENGTH(LENGTH OF PMNT-ID-SEARCH-KEY)
                          UPDATE
                          RESP(PMNT-RESPCODE)
                          END-EXEC.

           EVALUATE TRUE
             WHEN PMNT-RESPCODE = DFHRESP(NORMAL)
               IF PARM-NUMBER NUMERIC AND PARM-NUMBER < 99999999
                   COMPUTE PMNT-CHANGE-ID = PARM-NUMBER + 1
                   END-COMPUTE
               ELSE
                   MOVE 1 TO PMNT-CHANGE-ID
               END-IF
               MOVE SPACES TO PARM-VALUE
               MOVE PMNT-CHANGE-ID TO PARM-NUMBER
               MOVE PMNT-NOW-DATE TO PARM-UPDATED-DATE
               MOVE PMNT-NOW-TIME TO PARM-UPDATED-TIME
               EXEC CICS REWRITE FILE(PMNT-PARM-FILE)
                                 FROM(PARM-RECORD)
                                 RESP(PMNT-RESPCODE)
                                 END-EXEC
               IF PMNT-RESPCODE NOT = DFHRESP(NORMAL)
                   MOVE 0 TO PMNT-CHANGE-ID
               END-IF
             WHEN PMNT-RESPCODE = DFHRESP(NOTFND)
               MOVE SPACES TO PARM-RECORD
               MOVE PMNT-ID-PROGRAM TO PARM-PROGRAM
               MOVE PMNT-ID-NAME TO PARM-NAME
               MOVE 1 TO PMNT-CHANGE-ID
               MOVE PMNT-CHANGE-ID TO PARM-NUMBER
               MOVE PMNT-NOW-DATE TO PARM-UPDATED-DATE
               MOVE PMNT-NOW-TIME TO PARM-UPDATED-TIME
               EXEC CICS WRITE FILE(PMNT-PARM-FILE)
                               FROM(PARM-RECORD)
                               RIDFLD(PARM-KEY)
                               KEYLENGTH(LENGTH OF PARM-KEY)
                               RESP(PMNT-RESPCODE)
                               END-EXEC
               IF PMNT-RESPCODE NOT = DFHRESP(NORMAL)
                   MOVE 0 TO PMNT-CHANGE-ID
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       DRAW-CHANGE-ID-EXIT.
           EXIT.

      *  -----------------------------------------------------------
       SEND-SCREEN-AND-RETURN.
           EXEC CICS SEND TEXT FROM(PMNT-SCREEN)
