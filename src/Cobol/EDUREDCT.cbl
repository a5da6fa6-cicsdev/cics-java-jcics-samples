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
      * Module Name        EDUREDCT.CBL                                *
      *                                                                *
      * Retention redaction of aged audit-trail history                *
      *                                                                *
      * Runs as an MVS batch job step, outside CICS. The AUDTHIST      *
      * generations EDUARCH writes keep the first 80 bytes of every    *
      * payload for as long as the generations are kept, long after    *
      * anybody has a business need to read them. This job copies one  *
      * history file, AUDHIN (an AUDTHIST generation in AUDITREC       *
      * layout), to AUDHOUT record for record and in the same order,   *
      * and on every record dated earlier than the retention cut-off   *
      * blanks AUDIT-INPUT-DATA, AUDIT-OUTPUT-DATA and the EC01        *
      * AUDIT-EC01-ADJUST area and sets AUDIT-MASKED-FLAG to R. Keys,  *
      * program, client, status, RESP codes, timings, mode, input      *
      * length and sequence number are left exactly as they were, so   *
      * EDUSEQR, EDULAT, EDURPT, EDUTREND and EDUCHRG give the same    *
      * answers from the redacted file as from the original. The JCL   *
      * catalogues AUDHOUT as the replacement for the generation it    *
      * read; records already redacted pass through unchanged, so a    *
      * rerun over the same generation is harmless.                    *
      *                                                                *
      * The cut-off is the run date less the retention period from     *
      * PARMFILE key EDUREDCT/RETNDAYS (compiled-in default 90 days).  *
      * Keep it longer than the EDUHIMP LOOKBACK period - a redacted   *
      * EC01 answer can no longer be re-evaluated.                     *
      *                                                                *
      * The REDRPT control report shows, for each AUDIT-KEY-DATE, the  *
      * records read, redacted by this run and written, so read equals *
      * written proves nothing was dropped on the way through. Return  *
      * codes: 0 records redacted, 4 nothing was old enough to redact, *
      * 16 could not open/read/write a file.                           *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUREDCT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-INPUT-FILE ASSIGN TO AUDHIN
                  ORGANIZATION SEQUENTIAL
                  FILE STATUS IS REDC-HISTIN-STATUS.
           SELECT HISTORY-OUTPUT-FILE ASSIGN TO AUDHOUT
                  ORGANIZATION SEQUENTIAL
                  FILE STATUS IS REDC-HISTOUT-STATUS.
           SELECT PARM-FILE ASSIGN TO PARMFILE
                  ORGANIZATION INDEXED
                  ACCESS MODE RANDOM
                  RECORD KEY IS PARM-KEY
                  FILE STATUS IS REDC-PARM-STATUS.
           SELECT REPORT-OUTPUT-FILE ASSIGN TO REDRPT
                  ORGANIZATION SEQUENTIAL
                  FILE STATUS IS REDC-RPTOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-INPUT-FILE.
           COPY AUDITREC.

       FD  HISTORY-OUTPUT-FILE.
           COPY AUDITREC REPLACING LEADING ==AUDIT== BY ==HIST==.

       FD  PARM-FILE.
           COPY PARMREC.

       FD  REPORT-OUTPUT-FILE.
       01  REPORT-LINE               PIC X(132).

       WORKING-STORAGE SECTION.

       01 REDC-HISTIN-STATUS        PIC X(2) VALUE SPACES.
       01 REDC-HISTOUT-STATUS       PIC X(2) VALUE SPACES.
       01 REDC-PARM-STATUS          PIC X(2) VALUE SPACES.
       01 REDC-RPTOUT-STATUS        PIC X(2) VALUE SPACES.

       01 REDC-EOF-FLAG             PIC X VALUE 'N'.
          88 END-OF-HISTORY-FILE    VALUE 'Y'.

      *  Run date and the retention cut-off - records dated earlier
      *  than the cut-off are redacted
       01 REDC-RUN-DATE             PIC X(8) VALUE SPACES.
       01 REDC-RUN-DATE-N REDEFINES REDC-RUN-DATE PIC 9(8).
       01 REDC-RUN-DATE-INT         PIC S9(9) COMP-4 VALUE 0.
       01 REDC-RETAIN-DAYS          PIC S9(9) COMP-4 VALUE 90.
       01 REDC-CUTOFF-DATE          PIC X(8) VALUE SPACES.
       01 REDC-CUTOFF-DATE-N REDEFINES REDC-CUTOFF-DATE PIC 9(8).

      *  Control-break fields - one line per AUDIT-KEY-DATE, in the
      *  order the dates arrive on the history file
       01 REDC-CURRENT-DATE         PIC X(8) VALUE SPACES.
       01 REDC-DATE-READ            PIC 9(7) VALUE 0.
       01 REDC-DATE-REDACTED        PIC 9(7) VALUE 0.
       01 REDC-DATE-WRITTEN         PIC 9(7) VALUE 0.

       01 REDC-TOTAL-READ           PIC 9(7) VALUE 0.
       01 REDC-TOTAL-REDACTED       PIC 9(7) VALUE 0.
       01 REDC-TOTAL-EARLIER        PIC 9(7) VALUE 0.
       01 REDC-TOTAL-WRITTEN        PIC 9(7) VALUE 0.

       01 REDC-COUNT-DISP           PIC ZZZZZZ9.
       01 REDC-COUNT-DISP2          PIC ZZZZZZ9.
       01 REDC-COUNT-DISP3          PIC ZZZZZZ9.
       01 REDC-DAYS-DISP            PIC ZZZ9.

       PROCEDURE DIVISION.
      *  -----------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *  -----------------------------------------------------------
           PERFORM INITIALIZE-REDACTION.
           PERFORM PROCESS-ONE-HISTORY-RECORD
               UNTIL END-OF-HISTORY-FILE.
           PERFORM TERMINATE-REDACTION.
           GOBACK.

      *  -----------------------------------------------------------
       INITIALIZE-REDACTION.
           ACCEPT REDC-RUN-DATE FROM DATE YYYYMMDD.
           MOVE FUNCTION INTEGER-OF-DATE(REDC-RUN-DATE-N)
                   TO REDC-RUN-DATE-INT.

           OPEN INPUT HISTORY-INPUT-FILE.
           IF REDC-HISTIN-STATUS NOT = '00'
               DISPLAY 'EDUREDCT: UNABLE TO OPEN AUDHIN, STATUS='
                       REDC-HISTIN-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT HISTORY-OUTPUT-FILE.
           IF REDC-HISTOUT-STATUS NOT = '00'
               DISPLAY 'EDUREDCT: UNABLE TO OPEN AUDHOUT, STATUS='
                       REDC-HISTOUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REPORT-OUTPUT-FILE.
           IF REDC-RPTOUT-STATUS NOT = '00'
               DISPLAY 'EDUREDCT: UNABLE TO OPEN REDRPT, STATUS='
                       REDC-RPTOUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM GET-OPERATING-PARMS.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM READ-NEXT-HISTORY-RECORD.

      *  -----------------------------------------------------------
      *  Pick up the retention period, keeping the compiled-in
      *  default when the file or the record is absent
      *  -----------------------------------------------------------
       GET-OPERATING-PARMS.
           OPEN INPUT PARM-FILE.
           IF REDC-PARM-STATUS = '00'
               MOVE 'EDUREDCT' TO PARM-PROGRAM
               MOVE 'RETNDAYS' TO PARM-NAME
               READ PARM-FILE
               IF REDC-PARM-STATUS = '00' AND PARM-NUMBER NUMERIC
                   IF PARM-NUMBER > 0 AND PARM-NUMBER < 9999
                       MOVE PARM-NUMBER TO REDC-RETAIN-DAYS
                   END-IF
               END-IF
               CLOSE PARM-FILE
           END-IF.

           MOVE FUNCTION DATE-OF-INTEGER
                   (REDC-RUN-DATE-INT - REDC-RETAIN-DAYS)
                   TO REDC-CUTOFF-DATE-N.

      *  -----------------------------------------------------------
       READ-NEXT-HISTORY-RECORD.
           READ HISTORY-INPUT-FILE
               AT END MOVE 'Y' TO REDC-EOF-FLAG
           END-READ.
           IF NOT END-OF-HISTORY-FILE AND REDC-HISTIN-STATUS NOT = '00'
               DISPLAY 'EDUREDCT: AUDHIN READ ERROR, STATUS='
                       REDC-HISTIN-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO REDC-EOF-FLAG
           END-IF.

      *  -----------------------------------------------------------
      *  Every record goes through to AUDHOUT - only the payloads of
      *  an aged one are touched
      *  -----------------------------------------------------------
       PROCESS-ONE-HISTORY-RECORD.
           IF AUDIT-KEY-DATE NOT = REDC-CURRENT-DATE
               PERFORM WRITE-DATE-CONTROL-LINE
               MOVE AUDIT-KEY-DATE TO REDC-CURRENT-DATE
           END-IF.
           ADD 1 TO REDC-DATE-READ.
           ADD 1 TO REDC-TOTAL-READ.

           IF AUDIT-KEY-DATE < REDC-CUTOFF-DATE
               IF AUDIT-PAYLOAD-REDACTED
                   ADD 1 TO REDC-TOTAL-EARLIER
               ELSE
                   PERFORM REDACT-ONE-RECORD
               END-IF
           END-IF.

           WRITE HIST-RECORD FROM AUDIT-RECORD.
           IF REDC-HISTOUT-STATUS NOT = '00'
               DISPLAY 'EDUREDCT: AUDHOUT WRITE ERROR, STATUS='
                       REDC-HISTOUT-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO REDC-EOF-FLAG
           ELSE
               ADD 1 TO REDC-DATE-WRITTEN
               ADD 1 TO REDC-TOTAL-WRITTEN
               PERFORM READ-NEXT-HISTORY-RECORD
           END-IF.

      *  -----------------------------------------------------------
      *  Blank what the caller sent and got back; everything that
      *  identifies, times or sequences the call stays
      *  -----------------------------------------------------------
       REDACT-ONE-RECORD.
           MOVE SPACES TO AUDIT-INPUT-DATA.
           MOVE SPACES TO AUDIT-OUTPUT-DATA.
           MOVE SPACES TO AUDIT-EC01-ADJUST.
           MOVE 'R' TO AUDIT-MASKED-FLAG.
           ADD 1 TO REDC-DATE-REDACTED.
           ADD 1 TO REDC-TOTAL-REDACTED.

      *  -----------------------------------------------------------
      *  One control line per AUDIT-KEY-DATE - read equals written
      *  proves no record was lost on the way through
      *  -----------------------------------------------------------
       WRITE-DATE-CONTROL-LINE.
           IF REDC-CURRENT-DATE NOT = SPACES
               MOVE REDC-DATE-READ TO REDC-COUNT-DISP
               MOVE REDC-DATE-REDACTED TO REDC-COUNT-DISP2
               MOVE REDC-DATE-WRITTEN TO REDC-COUNT-DISP3
               MOVE SPACES TO REPORT-LINE
               STRING REDC-CURRENT-DATE DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      REDC-COUNT-DISP   DELIMITED BY SIZE
                      '   '             DELIMITED BY SIZE
                      REDC-COUNT-DISP2  DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      REDC-COUNT-DISP3  DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
           MOVE 0 TO REDC-DATE-READ.
           MOVE 0 TO REDC-DATE-REDACTED.
           MOVE 0 TO REDC-DATE-WRITTEN.

      *  -----------------------------------------------------------
       WRITE-REPORT-HEADING.
           MOVE REDC-RETAIN-DAYS TO REDC-DAYS-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING 'AUDTHIST RETENTION REDACTION CONTROL REPORT - RUN '
                  DELIMITED BY SIZE
                  'DATE ' DELIMITED BY SIZE
                  REDC-RUN-DATE DELIMITED BY SIZE
                  '  RETENTION ' DELIMITED BY SIZE
                  REDC-DAYS-DISP DELIMITED BY SIZE
                  ' DAYS  CUT-OFF ' DELIMITED BY SIZE
                  REDC-CUTOFF-DATE DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           STRING 'DATE         READ  REDACTED  WRITTEN'
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

      *  -----------------------------------------------------------
       TERMINATE-REDACTION.
           PERFORM WRITE-DATE-CONTROL-LINE.

           MOVE REDC-TOTAL-READ TO REDC-COUNT-DISP.
           MOVE REDC-TOTAL-REDACTED TO REDC-COUNT-DISP2.
           MOVE REDC-TOTAL-WRITTEN TO REDC-COUNT-DISP3.
           MOVE SPACES TO REPORT-LINE.
           STRING 'TOTAL     '        DELIMITED BY SIZE
                  REDC-COUNT-DISP     DELIMITED BY SIZE
                  '   '               DELIMITED BY SIZE
                  REDC-COUNT-DISP2    DELIMITED BY SIZE
                  '  '                DELIMITED BY SIZE
                  REDC-COUNT-DISP3    DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE REDC-TOTAL-EARLIER TO REDC-COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING 'ALREADY REDACTED BY AN EARLIER RUN '
                  DELIMITED BY SIZE
                  REDC-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           IF REDC-TOTAL-READ NOT = REDC-TOTAL-WRITTEN
               MOVE SPACES TO REPORT-LINE
               STRING '** READ AND WRITTEN COUNTS DIFFER - AUDHOUT IS '
                      'INCOMPLETE, DO NOT CATALOGUE IT, SEE JOB LOG **'
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

           DISPLAY 'EDUREDCT: READ=' REDC-TOTAL-READ
                   ' REDACTED=' REDC-TOTAL-REDACTED
                   ' WRITTEN=' REDC-TOTAL-WRITTEN.
           IF REDC-TOTAL-REDACTED = 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           CLOSE HISTORY-INPUT-FILE.
           CLOSE HISTORY-OUTPUT-FILE.
           CLOSE REPORT-OUTPUT-FILE.
