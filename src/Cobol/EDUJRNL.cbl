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
      * Module Name        EDUJRNL.CBL                                 *
      *                                                                *
      * Daily change-journal listing for the audit team                *
      *                                                                *
      * Runs as an MVS batch job step, outside CICS, against the       *
      * CHGJRNL change journal (copybook CHGJREC) that the PMNT and    *
      * HMNT maintenance transactions write. Every change asked for    *
      * or decided on the listing date is shown in change-number       *
      * order with who asked for it, from which terminal and why, the  *
      * record before and after, and who approved or rejected it -     *
      * so the audit team can see each operating-parameter and         *
      * holiday-calendar change without going to the region.           *
      *                                                                *
      * A second section lists every change still pending approval,    *
      * whatever its date, so a change left waiting is not forgotten.  *
      *                                                                *
      * The listing date is the day before the run date, the nightly   *
      * case, unless the optional JRNLCTL control file holds a         *
      * statement DATE yyyymmdd. Return codes: 0 listed, 4 one or      *
      * more changes on the date failed to apply or changes are still  *
      * pending, 16 could not open/read a file or a bad control        *
      * statement.                                                     *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUJRNL.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOURNAL-FILE ASSIGN TO CHGJRNL
                  ORGANIZATION INDEXED
                  ACCESS MODE SEQUENTIAL
                  RECORD KEY IS CJ-KEY
                  FILE STATUS IS JRNL-JOURNAL-STATUS.
           SELECT CONTROL-INPUT-FILE ASSIGN TO JRNLCTL
                  ORGANIZATION SEQUENTIAL
                  FILE STATUS IS JRNL-CTL-STATUS.
           SELECT REPORT-OUTPUT-FILE ASSIGN TO JRNLRPT
                  ORGANIZATION SEQUENTIAL
                  FILE STATUS IS JRNL-RPTOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE.
           COPY CHGJREC.

       FD  CONTROL-INPUT-FILE.
       01  CONTROL-LINE              PIC X(80).

       FD  REPORT-OUTPUT-FILE.
       01  REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.

       01 JRNL-JOURNAL-STATUS       PIC X(2) VALUE SPACES.
       01 JRNL-CTL-STATUS           PIC X(2) VALUE SPACES.
       01 JRNL-RPTOUT-STATUS        PIC X(2) VALUE SPACES.

       01 JRNL-EOF-FLAG             PIC X VALUE 'N'.
          88 END-OF-JOURNAL-FILE    VALUE 'Y'.
       01 JRNL-CTL-EOF-FLAG         PIC X VALUE 'N'.
          88 END-OF-CONTROL-FILE    VALUE 'Y'.

       01 JRNL-RUN-DATE             PIC X(8) VALUE SPACES.
       01 JRNL-RUN-DATE-N REDEFINES JRNL-RUN-DATE PIC 9(8).
       01 JRNL-LIST-DATE            PIC X(8) VALUE SPACES.
       01 JRNL-LIST-DATE-N REDEFINES JRNL-LIST-DATE PIC 9(8).

       01 JRNL-TOKEN1               PIC X(16) VALUE SPACES.
       01 JRNL-TOKEN2               PIC X(16) VALUE SPACES.

       01 JRNL-STATE-TEXT           PIC X(10) VALUE SPACES.
       01 JRNL-ACTION-TEXT          PIC X(6) VALUE SPACES.

       01 JRNL-DAY-COUNT            PIC 9(7) VALUE 0.
       01 JRNL-FAILED-COUNT         PIC 9(7) VALUE 0.
       01 JRNL-PENDING-COUNT        PIC 9(7) VALUE 0.
       01 JRNL-COUNT-DISP           PIC ZZZZZZ9.

       PROCEDURE DIVISION.
      *  -----------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *  -----------------------------------------------------------
           PERFORM INITIALIZE-LISTING.

           PERFORM WRITE-DAY-HEADING.
           PERFORM READ-NEXT-JOURNAL-RECORD.
           PERFORM LIST-ONE-DAY-CHANGE
               UNTIL END-OF-JOURNAL-FILE.
           CLOSE JOURNAL-FILE.

      *  The journal is read a second time from the top for the
      *  pending section
           PERFORM OPEN-JOURNAL-FILE.
           PERFORM WRITE-PENDING-HEADING.
           PERFORM READ-NEXT-JOURNAL-RECORD.
           PERFORM LIST-ONE-PENDING-CHANGE
               UNTIL END-OF-JOURNAL-FILE.
           CLOSE JOURNAL-FILE.

           PERFORM TERMINATE-LISTING.
           GOBACK.

      *  -----------------------------------------------------------
       INITIALIZE-LISTING.
           ACCEPT JRNL-RUN-DATE FROM DATE YYYYMMDD.
           MOVE FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(JRNL-RUN-DATE-N) - 1)
                   TO JRNL-LIST-DATE-N.

           OPEN OUTPUT REPORT-OUTPUT-FILE.
           IF JRNL-RPTOUT-STATUS NOT = '00'
               DISPLAY 'EDUJRNL: UNABLE TO OPEN JRNLRPT, STATUS='
                       JRNL-RPTOUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM READ-CONTROL-STATEMENTS.
           PERFORM OPEN-JOURNAL-FILE.

      *  -----------------------------------------------------------
       OPEN-JOURNAL-FILE.
           MOVE 'N' TO JRNL-EOF-FLAG.
           OPEN INPUT JOURNAL-FILE.
           IF JRNL-JOURNAL-STATUS NOT = '00'
               DISPLAY 'EDUJRNL: UNABLE TO OPEN CHGJRNL, STATUS='
                       JRNL-JOURNAL-STATUS
               CLOSE REPORT-OUTPUT-FILE
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

      *  -----------------------------------------------------------
      *  Read and apply the JRNLCTL control statements. A missing
      *  control file means the nightly case - yesterday's changes.
      *  -----------------------------------------------------------
       READ-CONTROL-STATEMENTS.
           OPEN INPUT CONTROL-INPUT-FILE.
           IF JRNL-CTL-STATUS NOT = '00'
               MOVE 'Y' TO JRNL-CTL-EOF-FLAG
           ELSE
               PERFORM READ-NEXT-CONTROL-LINE
               PERFORM APPLY-ONE-CONTROL-LINE
                   THRU APPLY-CONTROL-EXIT
                   UNTIL END-OF-CONTROL-FILE
               CLOSE CONTROL-INPUT-FILE
           END-IF.

      *  -----------------------------------------------------------
       READ-NEXT-CONTROL-LINE.
           READ CONTROL-INPUT-FILE
               AT END MOVE 'Y' TO JRNL-CTL-EOF-FLAG
           END-READ.
           IF NOT END-OF-CONTROL-FILE AND JRNL-CTL-STATUS NOT = '00'
               DISPLAY 'EDUJRNL: JRNLCTL READ ERROR, STATUS='
                       JRNL-CTL-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO JRNL-CTL-EOF-FLAG
           END-IF.

      *  -----------------------------------------------------------
       APPLY-ONE-CONTROL-LINE.
           IF CONTROL-LINE = SPACES OR CONTROL-LINE(1:1) = '*'
               GO TO APPLY-CONTROL-NEXT
           END-IF.

           MOVE SPACES TO JRNL-TOKEN1 JRNL-TOKEN2.
           UNSTRING CONTROL-LINE DELIMITED BY ALL SPACES
               INTO JRNL-TOKEN1 JRNL-TOKEN2
           END-UNSTRING.

           EVALUATE JRNL-TOKEN1
               WHEN 'DATE'
                   IF JRNL-TOKEN2(1:8) NOT NUMERIC OR
                      JRNL-TOKEN2(9:8) NOT = SPACES
                       PERFORM REJECT-CONTROL-LINE
                       GO TO APPLY-CONTROL-NEXT
                   END-IF
                   MOVE JRNL-TOKEN2(1:8) TO JRNL-LIST-DATE
               WHEN OTHER
                   PERFORM REJECT-CONTROL-LINE
           END-EVALUATE.

       APPLY-CONTROL-NEXT.
           PERFORM READ-NEXT-CONTROL-LINE.

       APPLY-CONTROL-EXIT.
           EXIT.

      *  -----------------------------------------------------------
       REJECT-CONTROL-LINE.
           DISPLAY 'EDUJRNL: UNUSABLE CONTROL STATEMENT: '
                   CONTROL-LINE(1:60).
           MOVE 16 TO RETURN-CODE.

      *  -----------------------------------------------------------
       READ-NEXT-JOURNAL-RECORD.
           READ JOURNAL-FILE
               AT END MOVE 'Y' TO JRNL-EOF-FLAG
           END-READ.
           IF NOT END-OF-JOURNAL-FILE AND JRNL-JOURNAL-STATUS NOT ='00'
               DISPLAY 'EDUJRNL: CHGJRNL READ ERROR, STATUS='
                       JRNL-JOURNAL-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO JRNL-EOF-FLAG
           END-IF.

      *  -----------------------------------------------------------
      *  A change belongs to the day it was asked for and, again, to
      *  the day it was approved or rejected
      *  -----------------------------------------------------------
       LIST-ONE-DAY-CHANGE.
           IF CJ-CHANGE-DATE = JRNL-LIST-DATE OR
              CJ-DECIDED-DATE = JRNL-LIST-DATE
               ADD 1 TO JRNL-DAY-COUNT
               IF CJ-STATE-FAILED
                   ADD 1 TO JRNL-FAILED-COUNT
               END-IF
               PERFORM WRITE-CHANGE-ENTRY
           END-IF.
           PERFORM READ-NEXT-JOURNAL-RECORD.

      *  -----------------------------------------------------------
       LIST-ONE-PENDING-CHANGE.
           IF CJ-STATE-PENDING
               ADD 1 TO JRNL-PENDING-COUNT
               PERFORM WRITE-CHANGE-ENTRY
           END-IF.
           PERFORM READ-NEXT-JOURNAL-RECORD.

      *  -----------------------------------------------------------
      *  One change: who and why, then the record before and after
      *  in the file's own layout, then the decision if there is one
      *  -----------------------------------------------------------
       WRITE-CHANGE-ENTRY.
           EVALUATE TRUE
               WHEN CJ-STATE-APPLIED
                   MOVE 'APPLIED' TO JRNL-STATE-TEXT
               WHEN CJ-STATE-PENDING
                   MOVE 'PENDING' TO JRNL-STATE-TEXT
               WHEN CJ-STATE-APPROVED
                   MOVE 'APPROVED' TO JRNL-STATE-TEXT
               WHEN CJ-STATE-REJECTED
                   MOVE 'REJECTED' TO JRNL-STATE-TEXT
               WHEN CJ-STATE-FAILED
                   MOVE 'FAILED' TO JRNL-STATE-TEXT
               WHEN OTHER
                   MOVE 'UNKNOWN' TO JRNL-STATE-TEXT
           END-EVALUATE.
           EVALUATE TRUE
               WHEN CJ-ACTION-SET
                   MOVE 'SET' TO JRNL-ACTION-TEXT
               WHEN CJ-ACTION-GUARD
                   MOVE 'GUARD' TO JRNL-ACTION-TEXT
               WHEN CJ-ACTION-ADD
                   MOVE 'ADD' TO JRNL-ACTION-TEXT
               WHEN CJ-ACTION-DELETE
                   MOVE 'DELETE' TO JRNL-ACTION-TEXT
               WHEN OTHER
                   MOVE CJ-ACTION TO JRNL-ACTION-TEXT
           END-EVALUATE.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING CJ-CHANGE-ID        DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  CJ-SOURCE           DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  JRNL-ACTION-TEXT    DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  CJ-FILE             DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  CJ-RECORD-KEY       DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  JRNL-STATE-TEXT     DELIMITED BY SIZE
                  ' ASKED '           DELIMITED BY SIZE
                  CJ-CHANGE-DATE      DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  CJ-CHANGE-TIME      DELIMITED BY SIZE
                  ' BY '              DELIMITED BY SIZE
                  CJ-USERID           DELIMITED BY SIZE
                  ' AT '              DELIMITED BY SIZE
                  CJ-TERMID           DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING '          REASON   ' DELIMITED BY SIZE
                  CJ-REASON           DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING '          BEFORE   ' DELIMITED BY SIZE
                  CJ-BEFORE-IMAGE     DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING '          AFTER    ' DELIMITED BY SIZE
                  CJ-AFTER-IMAGE      DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           IF CJ-DECIDED-BY NOT = SPACES
               MOVE SPACES TO REPORT-LINE
               STRING '          DECIDED  ' DELIMITED BY SIZE
                      CJ-DECIDED-DATE     DELIMITED BY SIZE
                      ' '                 DELIMITED BY SIZE
                      CJ-DECIDED-TIME     DELIMITED BY SIZE
                      ' BY '              DELIMITED BY SIZE
                      CJ-DECIDED-BY       DELIMITED BY SIZE
                      '  '                DELIMITED BY SIZE
                      CJ-DECISION-REASON  DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

      *  -----------------------------------------------------------
       WRITE-DAY-HEADING.
           MOVE SPACES TO REPORT-LINE.
           STRING 'MAINTENANCE CHANGE JOURNAL - CHANGES ASKED FOR OR '
                  'DECIDED ON ' DELIMITED BY SIZE
                  JRNL-LIST-DATE DELIMITED BY SIZE
                  '  (RUN DATE ' DELIMITED BY SIZE
                  JRNL-RUN-DATE DELIMITED BY SIZE
                  ')' DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           PERFORM WRITE-COLUMN-HEADING.

      *  -----------------------------------------------------------
       WRITE-PENDING-HEADING.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CHANGES STILL PENDING APPROVAL (ANY DATE)'
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           PERFORM WRITE-COLUMN-HEADING.

      *  -----------------------------------------------------------
       WRITE-COLUMN-HEADING.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CHANGE    SRC  ACTION FILE     RECORD KEY        '
                  'STATE'
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

      *  -----------------------------------------------------------
       TERMINATE-LISTING.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE JRNL-DAY-COUNT TO JRNL-COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CHANGES ON THE DATE: ' DELIMITED BY SIZE
                  JRNL-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE JRNL-FAILED-COUNT TO JRNL-COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING 'FAILED TO APPLY:     ' DELIMITED BY SIZE
                  JRNL-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE JRNL-PENDING-COUNT TO JRNL-COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING 'STILL PENDING:       ' DELIMITED BY SIZE
                  JRNL-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           IF JRNL-FAILED-COUNT > 0 OR JRNL-PENDING-COUNT > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           CLOSE REPORT-OUTPUT-FILE.
