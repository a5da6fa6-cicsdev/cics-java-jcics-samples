      * Commands (typed after the transaction id, free format):        *
      *                                                                *
      *   HMNT L cal yyyy                list one calendar's year      *
      *   HMNT A cal yyyymmdd type desc / reason                       *
      *                                  add a date - the type must    *
      *                                  be B (bank holiday) or S      *
      *                                  (shop closure) and the rest   *
      *                                  of the line up to " / " is    *
      *                                  the description               *
      *   HMNT D cal yyyymmdd / reason   delete a date                 *
      *   HMNT P                         list HMNT changes pending     *
      *   HMNT Y nnnnnnnn / reason       approve pending change        *
      *   HMNT N nnnnnnnn / reason       reject pending change         *
      *   HMNT C                         coverage check - one line     *
      *                                  per calendar on file with     *
      *                                  its last loaded date,        *
      * check runs nightly as the EDUHCHK batch step - last January's  *
      * quietly-wrong NEXTBUS answers were a coverage gap nobody was   *
      * told about.                                                    *
      *                                                                *
      * No add or delete touches HOLFILE directly. Each is written to  *
      * the CHGJRNL change journal (copybook CHGJREC, shared with      *
      * PMNT) as a pending change, with the signed-on user, terminal,  *
      * the reason given after " / " and the record before and after,  *
      * and takes effect only when a different user approves it with   *
      * HMNT Y - a late holiday is one command and one approval, and   *
      * any user may reject it with HMNT N instead. An approval finds  *
      * the date still as the change found it or refuses, so it never  *
      * undoes a change made in between.                               *
      *                                                                *
      * Every date added or deleted is also logged, when the change is *
      * approved, to the HOLCHG holiday-change file (copybook HCHGREC) *
      * with the terminal and the approving user. The nightly EDUHIMP  *
      * impact job picks those records up by itself and lists the     *
      * EC01 answers already given that the change has made wrong, so  *
      * a late bank holiday is followed by the calls to the            *
      * counterparties it affects. A failed log write does not undo    *
      * the calendar change; the screen says so and the impact job can *
      * be run by hand for that date.                                  *
      ******************************************************************

       IDENTIFICATION DIVISION.

       01 HMNT-HOLIDAY-FILE  PIC X(8) VALUE 'HOLFILE'.
       01 HMNT-PARM-FILE     PIC X(8) VALUE 'PARMFILE'.
       01 HMNT-CHANGE-FILE   PIC X(8) VALUE 'HOLCHG'.
       01 HMNT-JOURNAL-FILE  PIC X(8) VALUE 'CHGJRNL'.

       01 HMNT-INPUT-LENGTH  PIC S9(4) COMP-4 VALUE 0.
       01 HMNT-INPUT-TEXT    PIC X(80) VALUE SPACES.
       01 HMNT-DESC-TEXT     PIC X(32) VALUE SPACES.
       01 HMNT-DESC-LENGTH   PIC S9(4) COMP-4 VALUE 0.
       01 HMNT-SCAN-PTR      PIC S9(4) COMP-4 VALUE 0.
       01 HMNT-REASON-TEXT   PIC X(40) VALUE SPACES.
       01 HMNT-REASON-POS    PIC S9(4) COMP-4 VALUE 0.
       01 HMNT-REASON-LENGTH PIC S9(4) COMP-4 VALUE 0.

       01 HMNT-RESPCODE      PIC S9(8) COMP-4 VALUE 0.
       01 HMNT-ABSTIME       PIC S9(15) COMP-3.
       01 HMNT-TODAY-X       PIC X(8) VALUE SPACES.
       01 HMNT-TODAY-N REDEFINES HMNT-TODAY-X PIC 9(8).
       01 HMNT-TODAY-INT     PIC S9(9) COMP-4 VALUE 0.
       01 HMNT-NOW-TIME      PIC X(6) VALUE SPACES.
       01 HMNT-USERID        PIC X(8) VALUE SPACES.

      *  Change-journal fields - the change number is drawn from the
      *  same PARMFILE counter PMNT uses
       01 HMNT-CHANGE-ID     PIC 9(8) VALUE 0.
       01 HMNT-BROWSE-ID     PIC 9(8) VALUE 0.
       01 HMNT-ID-SEARCH-KEY.
          05 HMNT-ID-PROGRAM        PIC X(8) VALUE 'EDUPARM'.
          05 HMNT-ID-NAME           PIC X(8) VALUE 'CHANGEID'.
       01 HMNT-FETCH-FLAG    PIC X VALUE 'N'.
          88 HMNT-CHANGE-FETCHED    VALUE 'Y'.

      *  Date edit working fields, same edits EC01 applies to a
      *  caller-supplied date
       01 HMNT-SCREEN.
          05 HMNT-SCREEN-LINE OCCURS 20 TIMES PIC X(80).

      *  Holiday-calendar record - shared layout with EC01, EDUHCHK,
      *  EDUBDAY
       COPY HOLREC.

      *  Holiday-change record - shared layout with EDUHIMP
       COPY HCHGREC.

      *  Operating-parameter record - shared layout with EDUPARM,
      *  EC01, EDUCHAN, EDUBATCH
       COPY PARMREC.

      *  Change-journal record - shared layout with EDUPARM, EDUJRNL
       COPY CHGJREC.

       PROCEDURE DIVISION.
      *  -----------------------------------------------------------
       MAIN-PROCESSING SECTION.
                       THRU DELETE-HOLIDAY-EXIT
               WHEN 'C'
                   PERFORM CHECK-COVERAGE
               WHEN 'P'
                   PERFORM LIST-PENDING-CHANGES
               WHEN 'Y'
                   PERFORM APPROVE-CHANGE
                       THRU APPROVE-CHANGE-EXIT
               WHEN 'N'
                   PERFORM REJECT-CHANGE
                       THRU REJECT-CHANGE-EXIT
               WHEN OTHER
                   MOVE 'ENTER: HMNT L CAL YYYY / HMNT A CAL YYYYMMDD'
                           TO HMNT-SCREEN-LINE(3)
                   MOVE '       TYPE DESC / REASON / HMNT D CAL'
                           TO HMNT-SCREEN-LINE(4)
                   MOVE '       YYYYMMDD / REASON / HMNT C (COVERAGE) /'
                           TO HMNT-SCREEN-LINE(5)
                   MOVE '       HMNT P / HMNT Y|N CHANGENO / REASON'
                           TO HMNT-SCREEN-LINE(6)
           END-EVALUATE.

           PERFORM SEND-SCREEN-AND-RETURN.
                             RESP(HMNT-RESPCODE)
                             END-EXEC.

      *  The reason is everything after the first " / " - taken off
      *  the line before it is split, so it never runs into the
      *  description
           MOVE SPACES TO HMNT-REASON-TEXT.
           MOVE 0 TO HMNT-REASON-POS.
           INSPECT HMNT-INPUT-TEXT TALLYING HMNT-REASON-POS
               FOR CHARACTERS BEFORE INITIAL ' / '.
           IF HMNT-REASON-POS < LENGTH OF HMNT-INPUT-TEXT
               IF HMNT-REASON-POS + 4 <= LENGTH OF HMNT-INPUT-TEXT
                   COMPUTE HMNT-REASON-LENGTH =
                       LENGTH OF HMNT-INPUT-TEXT - HMNT-REASON-POS - 3
                   END-COMPUTE
                   IF HMNT-REASON-LENGTH > LENGTH OF HMNT-REASON-TEXT
                       MOVE LENGTH OF HMNT-REASON-TEXT
                               TO HMNT-REASON-LENGTH
                   END-IF
                   MOVE HMNT-INPUT-TEXT(HMNT-REASON-POS + 4:
                                        HMNT-REASON-LENGTH)
                           TO HMNT-REASON-TEXT
               END-IF
               MOVE SPACES TO HMNT-INPUT-TEXT(HMNT-REASON-POS + 1:)
           END-IF.

           MOVE SPACES TO HMNT-TOKEN1 HMNT-TOKEN2
                          HMNT-TOKEN3 HMNT-TOKEN4.
           MOVE SPACES TO HMNT-DESC-TEXT.
                             END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(HMNT-ABSTIME)
                                YYYYMMDD(HMNT-TODAY-X)
                                TIME(HMNT-NOW-TIME)
                                RESP(HMNT-RESPCODE)
                                END-EXEC.
           MOVE 0 TO HMNT-TODAY-INT.
               GO TO ADD-HOLIDAY-EXIT
           END-IF.

           IF HMNT-REASON-TEXT = SPACES
               MOVE 'ENTER THE REASON FOR THE CHANGE AFTER " / "'
                       TO HMNT-SCREEN-LINE(3)
               GO TO ADD-HOLIDAY-EXIT
           END-IF.

           MOVE HMNT-TOKEN2(1:4) TO HMNT-BROWSE-CAL.
           MOVE HMNT-EDIT-DATE-X TO HMNT-BROWSE-DATE.
           EXEC CICS READ FILE(HMNT-HOLIDAY-FILE)
                          INTO(HOLIDAY-RECORD)
                          RIDFLD(HMNT-BROWSE-KEY)
                          KEYLENGTH(LENGTH OF HOL-KEY)
                          RESP(HMNT-RESPCODE)
                          END-EXEC.
           EVALUATE TRUE
               WHEN HMNT-RESPCODE = DFHRESP(NORMAL)
                   MOVE 'DATE ALREADY ON THAT CALENDAR - NOT CHANGED'
                           TO HMNT-SCREEN-LINE(3)
                   GO TO ADD-HOLIDAY-EXIT
               WHEN HMNT-RESPCODE NOT = DFHRESP(NOTFND)
                   MOVE 'HOLFILE READ FAILED - NOTHING CHANGED'
                           TO HMNT-SCREEN-LINE(3)
                   GO TO ADD-HOLIDAY-EXIT
           END-EVALUATE.

           PERFORM START-JOURNAL-RECORD
               THRU START-JOURNAL-EXIT.
           IF HMNT-CHANGE-ID = 0
               GO TO ADD-HOLIDAY-EXIT
           END-IF.

           MOVE SPACES TO HOLIDAY-RECORD.
           MOVE HMNT-TOKEN2(1:4) TO HOL-CAL-ID.
           MOVE HMNT-EDIT-DATE-X TO HOL-DATE.
           MOVE HMNT-TOKEN4(1:1) TO HOL-TYPE.
           MOVE HMNT-DESC-TEXT TO HOL-DESCRIPTION.

           MOVE 'A' TO CJ-ACTION.
           MOVE HOL-KEY TO CJ-RECORD-KEY.
           MOVE HOLIDAY-RECORD TO CJ-AFTER-IMAGE.
           PERFORM WRITE-PENDING-CHANGE.

       ADD-HOLIDAY-EXIT.
           EXIT.

               GO TO DELETE-HOLIDAY-EXIT
           END-IF.

           IF HMNT-REASON-TEXT = SPACES
               MOVE 'ENTER THE REASON FOR THE CHANGE AFTER " / "'
                       TO HMNT-SCREEN-LINE(3)
               GO TO DELETE-HOLIDAY-EXIT
           END-IF.

           MOVE HMNT-TOKEN2(1:4) TO HMNT-BROWSE-CAL.
           MOVE HMNT-TOKEN3(1:8) TO HMNT-BROWSE-DATE.

      *  The record as it stands is the change's before image, and
      *  what an approval expects still to find
           MOVE SPACES TO HOLIDAY-RECORD.
           EXEC CICS READ FILE(HMNT-HOLIDAY-FILE)
                          INTO(HOLIDAY-RECORD)
                          RIDFLD(HMNT-BROWSE-KEY)
                          KEYLENGTH(LENGTH OF HOL-KEY)
                          RESP(HMNT-RESPCODE)
                          END-EXEC.
           EVALUATE TRUE
               WHEN HMNT-RESPCODE = DFHRESP(NOTFND)
                   MOVE 'NO SUCH DATE ON THAT CALENDAR'
                           TO HMNT-SCREEN-LINE(3)
                   GO TO DELETE-HOLIDAY-EXIT
               WHEN HMNT-RESPCODE NOT = DFHRESP(NORMAL)
                   MOVE 'HOLFILE READ FAILED - NOTHING CHANGED'
                           TO HMNT-SCREEN-LINE(3)
                   GO TO DELETE-HOLIDAY-EXIT
           END-EVALUATE.

           PERFORM START-JOURNAL-RECORD
               THRU START-JOURNAL-EXIT.
           IF HMNT-CHANGE-ID = 0
               GO TO DELETE-HOLIDAY-EXIT
           END-IF.

           MOVE 'D' TO CJ-ACTION.
           MOVE HOL-KEY TO CJ-RECORD-KEY.
           MOVE HOLIDAY-RECORD TO CJ-BEFORE-IMAGE.
           PERFORM WRITE-PENDING-CHANGE.

       DELETE-HOLIDAY-EXIT.
           EXIT.

      *  -----------------------------------------------------------
      *  Draw the change number and start the journal record for an
      *  add or delete. HMNT-CHANGE-ID is zero on return when no
      *  number could be had, and the screen says nothing changed.
      *  -----------------------------------------------------------
       START-JOURNAL-RECORD.
           PERFORM GET-USERID.
           PERFORM DRAW-CHANGE-ID
               THRU DRAW-CHANGE-ID-EXIT.
           IF HMNT-CHANGE-ID = 0
               MOVE 'NO CHANGE NUMBER AVAILABLE - NOTHING CHANGED'
                       TO HMNT-SCREEN-LINE(3)
               GO TO START-JOURNAL-EXIT
           END-IF.

           MOVE SPACES TO CHANGE-JOURNAL-RECORD.
           MOVE HMNT-CHANGE-ID TO CJ-CHANGE-ID.
           MOVE 'HMNT' TO CJ-SOURCE.
           MOVE HMNT-HOLIDAY-FILE TO CJ-FILE.
           MOVE HMNT-TODAY-X TO CJ-CHANGE-DATE.
           MOVE HMNT-NOW-TIME TO CJ-CHANGE-TIME.
           MOVE HMNT-USERID TO CJ-USERID.
           MOVE EIBTRMID TO CJ-TERMID.
           MOVE HMNT-REASON-TEXT TO CJ-REASON.

       START-JOURNAL-EXIT.
           EXIT.

      *  -----------------------------------------------------------
      *  Journal the add or delete as pending - nothing reaches
      *  HOLFILE until a second user approves it
      *  -----------------------------------------------------------
       WRITE-PENDING-CHANGE.
           MOVE 'P' TO CJ-STATE.
           EXEC CICS WRITE FILE(HMNT-JOURNAL-FILE)
                           FROM(CHANGE-JOURNAL-RECORD)
                           RIDFLD(CJ-KEY)
                           KEYLENGTH(LENGTH OF CJ-KEY)
                           RESP(HMNT-RESPCODE)
                           END-EXEC.
           IF HMNT-RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'CHANGE JOURNAL WRITE FAILED - NOTHING CHANGED'
                       TO HMNT-SCREEN-LINE(3)
           ELSE
               STRING 'CHANGE ' DELIMITED BY SIZE
                      CJ-CHANGE-ID DELIMITED BY SIZE
                      ' IS PENDING - ' DELIMITED BY SIZE
                      CJ-ACTION DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      HOL-CAL-ID DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      HOL-DATE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      HOL-TYPE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      HOL-DESCRIPTION DELIMITED BY SIZE
                      INTO HMNT-SCREEN-LINE(3)
               END-STRING
               STRING 'ANOTHER USER MUST ENTER HMNT Y '
                      DELIMITED BY SIZE
                      CJ-CHANGE-ID DELIMITED BY SIZE
                      ' TO APPLY IT' DELIMITED BY SIZE
                      INTO HMNT-SCREEN-LINE(4)
               END-STRING
           END-IF.

      *  -----------------------------------------------------------
      *  Apply a pending calendar change. The approver must be a
      *  different signed-on user from the one who asked for it. An
      *  add finding the date already loaded, or a delete finding it
      *  gone, fails the change; a delete finding the date altered
      *  leaves it pending to be rejected and asked again.
      *  -----------------------------------------------------------
       APPROVE-CHANGE.
           PERFORM GET-USERID.
           PERFORM FETCH-PENDING-CHANGE
               THRU FETCH-PENDING-EXIT.
           IF NOT HMNT-CHANGE-FETCHED
               GO TO APPROVE-CHANGE-EXIT
           END-IF.

           IF HMNT-USERID = SPACES OR HMNT-USERID = CJ-USERID
               EXEC CICS UNLOCK FILE(HMNT-JOURNAL-FILE)
                                RESP(HMNT-RESPCODE)
                                END-EXEC
               STRING 'CHANGE ' DELIMITED BY SIZE
                      CJ-CHANGE-ID DELIMITED BY SIZE
                      ' WAS ASKED FOR BY ' DELIMITED BY SIZE
                      CJ-USERID DELIMITED BY SIZE
                      ' - ANOTHER USER MUST APPROVE IT'
                      DELIMITED BY SIZE
                      INTO HMNT-SCREEN-LINE(3)
               END-STRING
               GO TO APPROVE-CHANGE-EXIT
           END-IF.

           IF CJ-ACTION-ADD
               MOVE CJ-AFTER-IMAGE TO HOLIDAY-RECORD
               EXEC CICS WRITE FILE(HMNT-HOLIDAY-FILE)
                               FROM(HOLIDAY-RECORD)
                               RIDFLD(HOL-KEY)
                               KEYLENGTH(LENGTH OF HOL-KEY)
                               RESP(HMNT-RESPCODE)
                               END-EXEC
               IF HMNT-RESPCODE = DFHRESP(DUPREC)
                   MOVE 'DATE ALREADY ON THAT CALENDAR - CHANGE FAILED'
                           TO HMNT-SCREEN-LINE(3)
                   MOVE 'F' TO CJ-STATE
                   PERFORM REWRITE-DECIDED-CHANGE
                   GO TO APPROVE-CHANGE-EXIT
               END-IF
           ELSE
               MOVE CJ-RECORD-KEY TO HMNT-BROWSE-KEY
               EXEC CICS READ FILE(HMNT-HOLIDAY-FILE)
                              INTO(HOLIDAY-RECORD)
                              RIDFLD(HMNT-BROWSE-KEY)
                              KEYLENGTH(LENGTH OF HOL-KEY)
                              UPDATE
                              RESP(HMNT-RESPCODE)
                              END-EXEC
               IF HMNT-RESPCODE = DFHRESP(NOTFND)
                   MOVE 'DATE NO LONGER ON CALENDAR - CHANGE FAILED'
                           TO HMNT-SCREEN-LINE(3)
                   MOVE 'F' TO CJ-STATE
                   PERFORM REWRITE-DECIDED-CHANGE
                   GO TO APPROVE-CHANGE-EXIT
               END-IF
               IF HMNT-RESPCODE = DFHRESP(NORMAL) AND
                  HOLIDAY-RECORD NOT = CJ-BEFORE-IMAGE
                   EXEC CICS UNLOCK FILE(HMNT-HOLIDAY-FILE)
                                    RESP(HMNT-RESPCODE)
                                    END-EXEC
                   PERFORM SHOW-STALE-MESSAGE
                   GO TO APPROVE-CHANGE-EXIT
               END-IF
               IF HMNT-RESPCODE = DFHRESP(NORMAL)
                   EXEC CICS DELETE FILE(HMNT-HOLIDAY-FILE)
                                    RESP(HMNT-RESPCODE)
                                    END-EXEC
               END-IF
           END-IF.

           IF HMNT-RESPCODE NOT = DFHRESP(NORMAL)
               EXEC CICS UNLOCK FILE(HMNT-JOURNAL-FILE)
                                RESP(HMNT-RESPCODE)
                                END-EXEC
               MOVE 'HOLFILE UPDATE FAILED - CHANGE STILL PENDING'
                       TO HMNT-SCREEN-LINE(3)
               GO TO APPROVE-CHANGE-EXIT
           END-IF.

           MOVE 'Y' TO CJ-STATE.
           PERFORM REWRITE-DECIDED-CHANGE.
           IF HMNT-RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'APPLIED, BUT THE JOURNAL STILL SHOWS IT PENDING'
                       TO HMNT-SCREEN-LINE(6)
           END-IF.

           STRING 'APPROVED CHANGE ' DELIMITED BY SIZE
                  CJ-CHANGE-ID DELIMITED BY SIZE
                  ' - ' DELIMITED BY SIZE
                  CJ-ACTION DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  HOL-CAL-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  HOL-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  HOL-TYPE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  HOL-DESCRIPTION DELIMITED BY SIZE
                  INTO HMNT-SCREEN-LINE(3)
           END-STRING.
           MOVE CJ-ACTION TO HCHG-ACTION.
           PERFORM LOG-CALENDAR-CHANGE.

       APPROVE-CHANGE-EXIT.
           EXIT.

      *  -----------------------------------------------------------
      *  Reject a pending calendar change - HOLFILE is not touched.
      *  Anyone may reject, including the user who asked for it.
      *  -----------------------------------------------------------
       REJECT-CHANGE.
           PERFORM GET-USERID.
           PERFORM FETCH-PENDING-CHANGE
               THRU FETCH-PENDING-EXIT.
           IF NOT HMNT-CHANGE-FETCHED
               GO TO REJECT-CHANGE-EXIT
           END-IF.

           MOVE 'R' TO CJ-STATE.
           PERFORM REWRITE-DECIDED-CHANGE.
           IF HMNT-RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'CHANGE JOURNAL UPDATE FAILED - STILL PENDING'
                       TO HMNT-SCREEN-LINE(3)
           ELSE
               STRING 'REJECTED CHANGE ' DELIMITED BY SIZE
                      CJ-CHANGE-ID DELIMITED BY SIZE
                      ' - ' DELIMITED BY SIZE
                      CJ-RECORD-KEY DELIMITED BY SIZE
                      ' NOT CHANGED' DELIMITED BY SIZE
                      INTO HMNT-SCREEN-LINE(3)
               END-STRING
           END-IF.

       REJECT-CHANGE-EXIT.
           EXIT.

      *  -----------------------------------------------------------
      *  Read the change a Y or N command names for update, refusing
      *  anything that is not a pending HMNT change
      *  -----------------------------------------------------------
       FETCH-PENDING-CHANGE.
           MOVE 'N' TO HMNT-FETCH-FLAG.
           IF HMNT-TOKEN2(1:8) NOT NUMERIC OR
              HMNT-TOKEN2(9:8) NOT = SPACES
               MOVE 'ENTER: HMNT Y|N CHANGENO / REASON'
                       TO HMNT-SCREEN-LINE(3)
               GO TO FETCH-PENDING-EXIT
           END-IF.

           MOVE HMNT-TOKEN2(1:8) TO CJ-CHANGE-ID.
           EXEC CICS READ FILE(HMNT-JOURNAL-FILE)
                          INTO(CHANGE-JOURNAL-RECORD)
                          RIDFLD(CJ-KEY)
                          KEYLENGTH(LENGTH OF CJ-KEY)
                          UPDATE
                          RESP(HMNT-RESPCODE)
                          END-EXEC.
           IF HMNT-RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'NO SUCH CHANGE ON THE CHANGE JOURNAL'
                       TO HMNT-SCREEN-LINE(3)
               GO TO FETCH-PENDING-EXIT
           END-IF.

           IF NOT CJ-STATE-PENDING OR CJ-SOURCE NOT = 'HMNT'
               EXEC CICS UNLOCK FILE(HMNT-JOURNAL-FILE)
                                RESP(HMNT-RESPCODE)
                                END-EXEC
               IF CJ-STATE-PENDING
                   MOVE 'NOT AN HMNT CHANGE - DECIDE IT WITH PMNT'
                           TO HMNT-SCREEN-LINE(3)
               ELSE
                   MOVE 'THAT CHANGE IS NOT PENDING'
                           TO HMNT-SCREEN-LINE(3)
               END-IF
               GO TO FETCH-PENDING-EXIT
           END-IF.
           MOVE 'Y' TO HMNT-FETCH-FLAG.

       FETCH-PENDING-EXIT.
           EXIT.

      *  -----------------------------------------------------------
       REWRITE-DECIDED-CHANGE.
           MOVE HMNT-USERID TO CJ-DECIDED-BY.
           MOVE HMNT-TODAY-X TO CJ-DECIDED-DATE.
           MOVE HMNT-NOW-TIME TO CJ-DECIDED-TIME.
           MOVE HMNT-REASON-TEXT TO CJ-DECISION-REASON.
           EXEC CICS REWRITE FILE(HMNT-JOURNAL-FILE)
                             FROM(CHANGE-JOURNAL-RECORD)
                             RESP(HMNT-RESPCODE)
                             END-EXEC.

      *  -----------------------------------------------------------
       SHOW-STALE-MESSAGE.
           EXEC CICS UNLOCK FILE(HMNT-JOURNAL-FILE)
                            RESP(HMNT-RESPCODE)
                            END-EXEC.
           STRING 'DATE HAS CHANGED SINCE CHANGE ' DELIMITED BY SIZE
                  CJ-CHANGE-ID DELIMITED BY SIZE
                  ' WAS ASKED FOR' DELIMITED BY SIZE
                  INTO HMNT-SCREEN-LINE(3)
           END-STRING.
           STRING 'REJECT IT WITH HMNT N ' DELIMITED BY SIZE
                  CJ-CHANGE-ID DELIMITED BY SIZE
                  ' AND ASK AGAIN' DELIMITED BY SIZE
                  INTO HMNT-SCREEN-LINE(4)
           END-STRING.

      *  -----------------------------------------------------------
      *  List the HMNT changes waiting for a second user, oldest
      *  first, a screenful at a time
      *  -----------------------------------------------------------
       LIST-PENDING-CHANGES.
           MOVE 'CHANGE   A CAL  DATE     T DESCRIPTION      ASKED BY'
                   TO HMNT-SCREEN-LINE(2).
           MOVE 0 TO HMNT-LINES-USED.
           MOVE 'N' TO HMNT-BROWSE-DONE.
           MOVE 0 TO HMNT-BROWSE-ID.

           EXEC CICS STARTBR FILE(HMNT-JOURNAL-FILE)
                             RIDFLD(HMNT-BROWSE-ID)
                             KEYLENGTH(LENGTH OF HMNT-BROWSE-ID)
                             GTEQ
                             RESP(HMNT-RESPCODE)
                             END-EXEC.
           IF HMNT-RESPCODE = DFHRESP(NORMAL)
               PERFORM LIST-ONE-PENDING
                   UNTIL HMNT-LIST-COMPLETE
               EXEC CICS ENDBR FILE(HMNT-JOURNAL-FILE)
                               RESP(HMNT-RESPCODE)
                               END-EXEC
           END-IF.
           IF HMNT-LINES-USED = 0
               MOVE 'NO HMNT CHANGES ARE PENDING APPROVAL'
                       TO HMNT-SCREEN-LINE(4)
           END-IF.

      *  -----------------------------------------------------------
       LIST-ONE-PENDING.
           EXEC CICS READNEXT FILE(HMNT-JOURNAL-FILE)
                              INTO(CHANGE-JOURNAL-RECORD)
                              RIDFLD(HMNT-BROWSE-ID)
                              KEYLENGTH(LENGTH OF HMNT-BROWSE-ID)
                              RESP(HMNT-RESPCODE)
                              END-EXEC.
           IF HMNT-RESPCODE NOT = DFHRESP(NORMAL) OR
              HMNT-LINES-USED >= 15
               MOVE 'Y' TO HMNT-BROWSE-DONE
           ELSE
               IF CJ-STATE-PENDING AND CJ-SOURCE = 'HMNT'
                   ADD 1 TO HMNT-LINES-USED
                   IF CJ-ACTION-ADD
                       MOVE CJ-AFTER-IMAGE TO HOLIDAY-RECORD
                   ELSE
                       MOVE CJ-BEFORE-IMAGE TO HOLIDAY-RECORD
                   END-IF
                   STRING CJ-CHANGE-ID         DELIMITED BY SIZE
                          ' '                  DELIMITED BY SIZE
                          CJ-ACTION            DELIMITED BY SIZE
                          ' '                  DELIMITED BY SIZE
                          HOL-CAL-ID           DELIMITED BY SIZE
                          ' '                  DELIMITED BY SIZE
                          HOL-DATE             DELIMITED BY SIZE
                          ' '                  DELIMITED BY SIZE
                          HOL-TYPE             DELIMITED BY SIZE
                          ' '                  DELIMITED BY SIZE
                          HOL-DESCRIPTION(1:16) DELIMITED BY SIZE
                          ' '                  DELIMITED BY SIZE
                          CJ-USERID            DELIMITED BY SIZE
                          ' '                  DELIMITED BY SIZE
                          CJ-REASON(1:16)      DELIMITED BY SIZE
                          INTO HMNT-SCREEN-LINE(HMNT-LINES-USED + 2)
                   END-STRING
               END-IF
           END-IF.

      *  -----------------------------------------------------------
       GET-USERID.
           EXEC CICS ASSIGN USERID(HMNT-USERID)
                            RESP(HMNT-RESPCODE)
                            END-EXEC.
           IF HMNT-RESPCODE NOT = DFHRESP(NORMAL)
               MOVE SPACES TO HMNT-USERID
           END-IF.

      *  -----------------------------------------------------------
      *  Next change number from PARMFILE key EDUPARM/CHANGEID - the
      *  counter PMNT draws from, so one number identifies a change
      *  on either file. Zero means no number could be drawn.
      *  -----------------------------------------------------------
       DRAW-CHANGE-ID.
           MOVE 0 TO HMNT-CHANGE-ID.
           EXEC CICS READ FILE(HMNT-PARM-FILE)
                          INTO(PARM-RECORD)
                          RIDFLD(HMNT-ID-SEARCH-KEY)
                          KEYLENGTH(LENGTH OF HMNT-ID-SEARCH-KEY)
                          UPDATE
                          RESP(HMNT-RESPCODE)
                          END-EXEC.

           EVALUATE TRUE
             WHEN HMNT-RESPCODE = DFHRESP(NORMAL)
               IF PARM-NUMBER NUMERIC AND PARM-NUMBER < 99999999
                   COMPUTE HMNT-CHANGE-ID = PARM-NUMBER + 1
                   END-COMPUTE
               ELSE
                   MOVE 1 TO HMNT-CHANGE-ID
               END-IF
               MOVE SPACES TO PARM-VALUE
               MOVE HMNT-CHANGE-ID TO PARM-NUMBER
               MOVE HMNT-TODAY-X TO PARM-UPDATED-DATE
               MOVE HMNT-NOW-TIME TO PARM-UPDATED-TIME
               EXEC CICS REWRITE FILE(HMNT-PARM-FILE)
                                 FROM(PARM-RECORD)
                                 RESP(HMNT-RESPCODE)
                                 END-EXEC
               IF HMNT-RESPCODE NOT = DFHRESP(NORMAL)
                   MOVE 0 TO HMNT-CHANGE-ID
               END-IF
             WHEN HMNT-RESPCODE = DFHRESP(NOTFND)
               MOVE SPACES TO PARM-RECORD
               MOVE HMNT-ID-PROGRAM TO PARM-PROGRAM
               MOVE HMNT-ID-NAME TO PARM-NAME
               MOVE 1 TO HMNT-CHANGE-ID
               MOVE HMNT-CHANGE-ID TO PARM-NUMBER
               MOVE HMNT-TODAY-X TO PARM-UPDATED-DATE
               MOVE HMNT-NOW-TIME TO PARM-UPDATED-TIME
               EXEC CICS WRITE FILE(HMNT-PARM-FILE)
                               FROM(PARM-RECORD)
                               RIDFLD(PARM-KEY)
                               KEYLENGTH(LENGTH OF PARM-KEY)
                               RESP(HMNT-RESPCODE)
                               END-EXEC
               IF HMNT-RESPCODE NOT = DFHRESP(NORMAL)
                   MOVE 0 TO HMNT-CHANGE-ID
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       DRAW-CHANGE-ID-EXIT.
           EXIT.

      *  -----------------------------------------------------------
      *  Log the calendar change just made, from HOLIDAY-RECORD, to
      *  the HOLCHG file the nightly EDUHIMP impact job reads. The
      *  HOLFILE change itself stands whatever happens here - a lost
      *  log record is reported on the screen instead.
      *  -----------------------------------------------------------
       LOG-CALENDAR-CHANGE.
           EXEC CICS ASSIGN USERID(HMNT-USERID)
                            RESP(HMNT-RESPCODE)
                            END-EXEC.
           IF HMNT-RESPCODE NOT = DFHRESP(NORMAL)
               MOVE SPACES TO HMNT-USERID
           END-IF.

           MOVE HMNT-TODAY-X TO HCHG-CHANGE-DATE.
           MOVE HMNT-NOW-TIME TO HCHG-CHANGE-TIME.
           MOVE EIBTASKN TO HCHG-TASKN.
           MOVE HOL-CAL-ID TO HCHG-CAL-ID.
           MOVE HOL-DATE TO HCHG-HOL-DATE.
           MOVE HOL-TYPE TO HCHG-HOL-TYPE.
           MOVE HOL-DESCRIPTION TO HCHG-DESCRIPTION.
           MOVE EIBTRMID TO HCHG-TERMID.
           MOVE HMNT-USERID TO HCHG-USERID.
           MOVE SPACES TO HCHG-REPORTED-DATE.
           MOVE SPACES TO HCHG-FILLER.

           EXEC CICS WRITE FILE(HMNT-CHANGE-FILE)
                           FROM(HOL-CHANGE-RECORD)
                           RIDFLD(HCHG-KEY)
                           KEYLENGTH(LENGTH OF HCHG-KEY)
                           RESP(HMNT-RESPCODE)
                           END-EXEC.
           IF HMNT-RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'CHANGE NOT LOGGED TO HOLCHG - RUN EDUHIMP FOR THIS'
                       TO HMNT-SCREEN-LINE(4)
               MOVE 'DATE BY HAND TO FIND THE ANSWERS IT AFFECTS'
                       TO HMNT-SCREEN-LINE(5)
           END-IF.

      *  -----------------------------------------------------------
      *  Refuse the entries that can only be mistakes: a non-date,
      *  and a Saturday or Sunday - never working days, so a record
