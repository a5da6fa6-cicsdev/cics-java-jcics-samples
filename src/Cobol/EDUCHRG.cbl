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
      * Module Name        EDUCHRG.CBL                                 *
      *                                                                *
      * Month-end client chargeback statement and GL journal           *
      *                                                                *
      * Runs as an MVS batch job step, outside CICS, once the month's  *
      * AUDTHIST generations are all archived. Every EC01 and EDUCHAN  *
      * audit record carries the registered client behind the call     *
      * (AUDIT-CLIENT-ID, stamped at the EDUROUTE front door), so the  *
      * business lines using the two services can be recharged.        *
      *                                                                *
      * AUDHIST is the month's records in AUDITREC layout - the        *
      * month's AUDTHIST generations concatenated in the JCL. Records  *
      * dated outside the charging period are skipped and counted.     *
      * The period is the calendar month before the run date, or the   *
      * one named on an optional CHRGCTL control statement:            *
      *                                                                *
      *   PERIOD yyyymm                                                *
      *                                                                *
      * Each record is allocated to its client on CLIFILE (copybook    *
      * CLIREC). Calls from client DEFAULT, calls that named no        *
      * client and calls from an id CLIFILE does not know cannot be    *
      * charged to anyone: they are totalled on their own UNALLOCATED  *
      * statement, priced at the house rates, never dropped - so the   *
      * record counts on the control-total page tie back to the        *
      * EDUSEQR reconciliations for the month's days.                  *
      *                                                                *
      * Prices come from RATEFILE (copybook RATEREC), keyed by client  *
      * and service, falling back to the STANDARD house rates. The     *
      * CHRGRPT statement shows, per client, the volumes by service    *
      * and by EDUCHAN mode or EC01 function (taken from the request   *
      * image EC01 keeps in AUDIT-INPUT-DATA, shown as (MASKED) when   *
      * the image was masked or redacted), the call, failed-call,      *
      * per-KB and minimum charges and the client's total. The GLJRNL  *
      * journal (copybook GLJREC) carries one debit per client and     *
      * service for the general ledger to load, crediting the recovery *
      * account on PARMFILE key EDUCHRG/INCOMEGL. A client's monthly   *
      * minimum on a service is billed even in a month with no calls   *
      * to it, as a zero-volume (NO CALLS) line on the statement and a *
      * journal debit for the whole minimum.                           *
      *                                                                *
      * Return codes: 0 statement and journal complete, 4 a service    *
      * was charged with no rate at all or a client had no rate        *
      * record of its own (charged at the house rates), 16 could not   *
      * open/read/write a file or the control statement was unusable.  *
      * A run ending 16 writes no GLJRNL trailer, so the ledger load   *
      * refuses the part journal.                                      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUCHRG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-HISTORY-FILE ASSIGN TO AUDHIST
                  ORGANIZATION SEQUENTIAL
                  FILE STATUS IS CHRG-AUDHIST-STATUS.
           SELECT CLIENT-FILE ASSIGN TO CLIFILE
                  ORGANIZATION INDEXED
                  ACCESS MODE RANDOM
                  RECORD KEY IS CLI-KEY
                  FILE STATUS IS CHRG-CLIFILE-STATUS.
           SELECT RATE-FILE ASSIGN TO RATEFILE
                  ORGANIZATION INDEXED
                  ACCESS MODE DYNAMIC
                  RECORD KEY IS RATE-KEY
                  FILE STATUS IS CHRG-RATE-STATUS.
           SELECT PARM-FILE ASSIGN TO PARMFILE
                  ORGANIZATION INDEXED
                  ACCESS MODE RANDOM
                  RECORD KEY IS PARM-KEY
                  FILE STATUS IS CHRG-PARM-STATUS.
           SELECT CONTROL-INPUT-FILE ASSIGN TO CHRGCTL
                  ORGANIZATION SEQUENTIAL
                  FILE STATUS IS CHRG-CTL-STATUS.
           SELECT REPORT-OUTPUT-FILE ASSIGN TO CHRGRPT
                  ORGANIZATION SEQUENTIAL
                  FILE STATUS IS CHRG-RPTOUT-STATUS.
           SELECT JOURNAL-OUTPUT-FILE ASSIGN TO GLJRNL
                  ORGANIZATION SEQUENTIAL
                  FILE STATUS IS CHRG-GLJ-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-HISTORY-FILE.
           COPY AUDITREC.

       FD  CLIENT-FILE.
           COPY CLIREC.

       FD  RATE-FILE.
           COPY RATEREC.

       FD  PARM-FILE.
           COPY PARMREC.

       FD  CONTROL-INPUT-FILE.
       01  CONTROL-LINE              PIC X(80).

       FD  REPORT-OUTPUT-FILE.
       01  REPORT-LINE               PIC X(132).

       FD  JOURNAL-OUTPUT-FILE.
           COPY GLJREC.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SORT-GROUP             PIC X(1).
           05 SORT-CLIENT            PIC X(8).
           05 SORT-SERVICE           PIC X(8).
           05 SORT-CATEGORY          PIC X(10).
           05 SORT-OK-FLAG           PIC X(1).
           05 SORT-BYTES             PIC 9(5).

       WORKING-STORAGE SECTION.

       01 CHRG-AUDHIST-STATUS       PIC X(2) VALUE SPACES.
       01 CHRG-CLIFILE-STATUS       PIC X(2) VALUE SPACES.
       01 CHRG-RATE-STATUS          PIC X(2) VALUE SPACES.
       01 CHRG-PARM-STATUS          PIC X(2) VALUE SPACES.
       01 CHRG-CTL-STATUS           PIC X(2) VALUE SPACES.
       01 CHRG-RPTOUT-STATUS        PIC X(2) VALUE SPACES.
       01 CHRG-GLJ-STATUS           PIC X(2) VALUE SPACES.

       01 CHRG-EOF-FLAG             PIC X VALUE 'N'.
          88 END-OF-HISTORY-FILE    VALUE 'Y'.
       01 CHRG-CTL-EOF-FLAG         PIC X VALUE 'N'.
          88 END-OF-CONTROL-FILE    VALUE 'Y'.
       01 CHRG-RETURN-DONE-FLAG     PIC X VALUE 'N'.
          88 END-OF-SORTED-INPUT    VALUE 'Y'.
       01 CHRG-IDLE-EOF-FLAG        PIC X VALUE 'N'.
          88 END-OF-IDLE-RATES      VALUE 'Y'.

      *  The charging period - the month before the run date unless
      *  CHRGCTL names another
       01 CHRG-RUN-DATE             PIC X(8) VALUE SPACES.
       01 CHRG-RUN-DATE-PARTS REDEFINES CHRG-RUN-DATE.
          05 CHRG-RUN-YEAR          PIC 9(4).
          05 CHRG-RUN-MONTH         PIC 9(2).
          05 CHRG-RUN-DAY           PIC 9(2).
       01 CHRG-PERIOD               PIC X(6) VALUE SPACES.
       01 CHRG-PERIOD-PARTS REDEFINES CHRG-PERIOD.
          05 CHRG-PERIOD-YEAR       PIC 9(4).
          05 CHRG-PERIOD-MONTH      PIC 9(2).

       01 CHRG-INCOME-ACCOUNT       PIC X(10) VALUE 'ITRECOVERY'.
       01 CHRG-STANDARD-CLIENT      PIC X(8) VALUE 'STANDARD'.
       01 CHRG-UNALLOC-CLIENT       PIC X(8) VALUE 'UNALLOC'.

      *  Control-statement parsing
       01 CHRG-TOKEN1               PIC X(16) VALUE SPACES.
       01 CHRG-TOKEN2               PIC X(16) VALUE SPACES.

      *  The EC01 request image, for the function behind the call
           COPY EC01CA REPLACING ==DFHCOMMAREA== BY
                                 ==CHRG-REQUEST-IMAGE==.

      *  Last client looked up on CLIFILE - a month's records come
      *  in runs from the same caller
       01 CHRG-LAST-CLIENT          PIC X(8) VALUE LOW-VALUES.
       01 CHRG-LAST-REG-FLAG        PIC X VALUE 'N'.
          88 LAST-CLIENT-REGISTERED VALUE 'Y'.

      *  Per-program control totals, tying to EDUSEQR
       01 CHRG-PGM-COUNT            PIC 9(2) VALUE 0.
       01 CHRG-PGM-TABLE.
          05 CHRG-PGM-ENTRY OCCURS 10 TIMES.
             10 CHRG-PGM-NAME       PIC X(8).
             10 CHRG-PGM-RECORDS    PIC 9(9).
             10 CHRG-PGM-ALLOC      PIC 9(9).
             10 CHRG-PGM-UNALLOC    PIC 9(9).
       01 CHRG-PGM-IDX              PIC 9(2) VALUE 0.
       01 CHRG-PGM-FOUND            PIC X VALUE 'N'.
       01 CHRG-PGM-OVERFLOW         PIC 9(9) VALUE 0.

       01 CHRG-READ-COUNT           PIC 9(9) VALUE 0.
       01 CHRG-OUTSIDE-COUNT        PIC 9(9) VALUE 0.

      *  Control-break state over the sorted calls
       01 CHRG-CUR-GROUP            PIC X(1) VALUE SPACES.
       01 CHRG-CUR-CLIENT           PIC X(8) VALUE SPACES.
       01 CHRG-CUR-SERVICE          PIC X(8) VALUE SPACES.
       01 CHRG-CUR-CATEGORY         PIC X(10) VALUE SPACES.
       01 CHRG-CLIENT-OPEN-FLAG     PIC X VALUE 'N'.
          88 CLIENT-OPEN            VALUE 'Y'.
       01 CHRG-SERVICE-OPEN-FLAG    PIC X VALUE 'N'.
          88 SERVICE-OPEN           VALUE 'Y'.
       01 CHRG-CATEGORY-OPEN-FLAG   PIC X VALUE 'N'.
          88 CATEGORY-OPEN          VALUE 'Y'.

      *  RATEFILE browse for the minimums of services a client never
      *  called in the month - the next rate record not yet passed,
      *  and how far the sorted calls allow the browse to go
       01 CHRG-IDLE-KEY.
          05 CHRG-IDLE-CLIENT       PIC X(8) VALUE LOW-VALUES.
          05 CHRG-IDLE-SERVICE      PIC X(8) VALUE LOW-VALUES.
       01 CHRG-IDLE-MINIMUM         PIC 9(7)V99 VALUE 0.
       01 CHRG-IDLE-LIMIT.
          05 CHRG-LIMIT-CLIENT      PIC X(8) VALUE LOW-VALUES.
          05 CHRG-LIMIT-SERVICE     PIC X(8) VALUE LOW-VALUES.

       01 CHRG-CAT-OK               PIC 9(9) VALUE 0.
       01 CHRG-CAT-FAIL             PIC 9(9) VALUE 0.
       01 CHRG-CAT-BYTES            PIC 9(13) VALUE 0.
       01 CHRG-SVC-OK               PIC 9(9) VALUE 0.
       01 CHRG-SVC-FAIL             PIC 9(9) VALUE 0.
       01 CHRG-SVC-BYTES            PIC 9(13) VALUE 0.

      *  Pricing of one client's month on one service
       01 CHRG-RATE-SOURCE          PIC X(8) VALUE SPACES.
       01 CHRG-SVC-KB               PIC 9(10)V9(3) VALUE 0.
       01 CHRG-CALL-CHARGE          PIC S9(9)V99 COMP-3 VALUE 0.
       01 CHRG-FAIL-CHARGE          PIC S9(9)V99 COMP-3 VALUE 0.
       01 CHRG-KB-CHARGE            PIC S9(9)V99 COMP-3 VALUE 0.
       01 CHRG-MIN-ADJUST           PIC S9(9)V99 COMP-3 VALUE 0.
       01 CHRG-SVC-CHARGE           PIC S9(9)V99 COMP-3 VALUE 0.
       01 CHRG-CLIENT-CHARGE        PIC S9(9)V99 COMP-3 VALUE 0.
       01 CHRG-ALLOC-TOTAL          PIC S9(11)V99 COMP-3 VALUE 0.
       01 CHRG-UNALLOC-TOTAL        PIC S9(11)V99 COMP-3 VALUE 0.
       01 CHRG-JOURNAL-TOTAL        PIC S9(11)V99 COMP-3 VALUE 0.
       01 CHRG-JOURNAL-COUNT        PIC 9(7) VALUE 0.
       01 CHRG-CLIENT-NAME          PIC X(24) VALUE SPACES.
       01 CHRG-LABEL                PIC X(20) VALUE SPACES.

       01 CHRG-COUNT-DISP           PIC ZZZZZZZZ9.
       01 CHRG-COUNT-DISP2          PIC ZZZZZZZZ9.
       01 CHRG-COUNT-DISP3          PIC ZZZZZZZZ9.
       01 CHRG-KB-DISP              PIC ZZZZZZZZZ9.999.
       01 CHRG-RATE-DISP            PIC ZZ9.9999.
       01 CHRG-AMOUNT-DISP          PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
      *  -----------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *  -----------------------------------------------------------
           PERFORM INITIALIZE-CHARGEBACK.

           IF RETURN-CODE < 16
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SORT-GROUP SORT-CLIENT
                                    SORT-SERVICE SORT-CATEGORY
                   INPUT PROCEDURE IS ALLOCATE-AUDIT-HISTORY
                   OUTPUT PROCEDURE IS PRINT-STATEMENTS
           END-IF.

           PERFORM TERMINATE-CHARGEBACK.
           GOBACK.

      *  -----------------------------------------------------------
      *  Settle the period, open the files and start the journal
      *  -----------------------------------------------------------
       INITIALIZE-CHARGEBACK SECTION.

           ACCEPT CHRG-RUN-DATE FROM DATE YYYYMMDD.
           IF CHRG-RUN-MONTH = 1
               COMPUTE CHRG-PERIOD-YEAR = CHRG-RUN-YEAR - 1
               MOVE 12 TO CHRG-PERIOD-MONTH
           ELSE
               MOVE CHRG-RUN-YEAR TO CHRG-PERIOD-YEAR
               COMPUTE CHRG-PERIOD-MONTH = CHRG-RUN-MONTH - 1
           END-IF.

           OPEN OUTPUT REPORT-OUTPUT-FILE.
           IF CHRG-RPTOUT-STATUS NOT = '00'
               DISPLAY 'EDUCHRG: UNABLE TO OPEN CHRGRPT, STATUS='
                       CHRG-RPTOUT-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT JOURNAL-OUTPUT-FILE.
           IF CHRG-GLJ-STATUS NOT = '00'
               DISPLAY 'EDUCHRG: UNABLE TO OPEN GLJRNL, STATUS='
                       CHRG-GLJ-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CLIENT-FILE.
           IF CHRG-CLIFILE-STATUS NOT = '00'
               DISPLAY 'EDUCHRG: UNABLE TO OPEN CLIFILE, STATUS='
                       CHRG-CLIFILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT RATE-FILE.
           IF CHRG-RATE-STATUS NOT = '00'
               DISPLAY 'EDUCHRG: UNABLE TO OPEN RATEFILE, STATUS='
                       CHRG-RATE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM GET-OPERATING-PARMS.
           PERFORM READ-CONTROL-STATEMENTS.

           MOVE SPACES TO REPORT-LINE.
           STRING 'CLIENT CHARGEBACK STATEMENTS - PERIOD '
                  DELIMITED BY SIZE
                  CHRG-PERIOD DELIMITED BY SIZE
                  ', RUN DATE ' DELIMITED BY SIZE
                  CHRG-RUN-DATE DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE 'H' TO GLJ-RECORD-TYPE.
           MOVE CHRG-PERIOD TO GLJ-PERIOD.
           MOVE CHRG-RUN-DATE TO GLJ-RUN-DATE.
           MOVE 'EDUCHRG' TO GLJ-SOURCE.
           PERFORM WRITE-JOURNAL-RECORD.
           GO TO INITIALIZE-CHARGEBACK-EXIT.

      *  -----------------------------------------------------------
      *  The recovery account, keeping the compiled-in default when
      *  the file or the record is absent
      *  -----------------------------------------------------------
       GET-OPERATING-PARMS.
           OPEN INPUT PARM-FILE.
           IF CHRG-PARM-STATUS = '00'
               MOVE 'EDUCHRG' TO PARM-PROGRAM
               MOVE 'INCOMEGL' TO PARM-NAME
               READ PARM-FILE
               IF CHRG-PARM-STATUS = '00' AND PARM-VALUE NOT = SPACES
                   MOVE PARM-VALUE(1:10) TO CHRG-INCOME-ACCOUNT
               END-IF
               CLOSE PARM-FILE
           END-IF.

      *  -----------------------------------------------------------
      *  An absent or empty CHRGCTL charges the month before the
      *  run date
      *  -----------------------------------------------------------
       READ-CONTROL-STATEMENTS.
           OPEN INPUT CONTROL-INPUT-FILE.
           IF CHRG-CTL-STATUS NOT = '00'
               MOVE 'Y' TO CHRG-CTL-EOF-FLAG
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
               AT END MOVE 'Y' TO CHRG-CTL-EOF-FLAG
           END-READ.
           IF NOT END-OF-CONTROL-FILE AND CHRG-CTL-STATUS NOT = '00'
               DISPLAY 'EDUCHRG: CHRGCTL READ ERROR, STATUS='
                       CHRG-CTL-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO CHRG-CTL-EOF-FLAG
           END-IF.

      *  -----------------------------------------------------------
       APPLY-ONE-CONTROL-LINE.
           IF CONTROL-LINE = SPACES OR CONTROL-LINE(1:1) = '*'
               GO TO APPLY-CONTROL-NEXT
           END-IF.

           MOVE SPACES TO CHRG-TOKEN1 CHRG-TOKEN2.
           UNSTRING CONTROL-LINE DELIMITED BY ALL SPACES
               INTO CHRG-TOKEN1 CHRG-TOKEN2
           END-UNSTRING.

           IF CHRG-TOKEN1 NOT = 'PERIOD' OR
              CHRG-TOKEN2(1:6) NOT NUMERIC OR
              CHRG-TOKEN2(7:10) NOT = SPACES
               DISPLAY 'EDUCHRG: UNUSABLE CONTROL STATEMENT: '
                       CONTROL-LINE(1:60)
               MOVE 16 TO RETURN-CODE
               GO TO APPLY-CONTROL-NEXT
           END-IF.
           IF CHRG-TOKEN2(5:2) < '01' OR CHRG-TOKEN2(5:2) > '12'
               DISPLAY 'EDUCHRG: UNUSABLE CONTROL STATEMENT: '
                       CONTROL-LINE(1:60)
               MOVE 16 TO RETURN-CODE
               GO TO APPLY-CONTROL-NEXT
           END-IF.
           MOVE CHRG-TOKEN2(1:6) TO CHRG-PERIOD.

       APPLY-CONTROL-NEXT.
           PERFORM READ-NEXT-CONTROL-LINE.

       APPLY-CONTROL-EXIT.
           EXIT.

       INITIALIZE-CHARGEBACK-EXIT.
           EXIT.

      *  -----------------------------------------------------------
      *  Read the month's audit records, allocate each to its client
      *  or to the unallocated group, and release one sort record per
      *  call; other programs' records are only counted
      *  -----------------------------------------------------------
       ALLOCATE-AUDIT-HISTORY SECTION.

           OPEN INPUT AUDIT-HISTORY-FILE.
           IF CHRG-AUDHIST-STATUS NOT = '00'
               DISPLAY 'EDUCHRG: UNABLE TO OPEN AUDHIST, STATUS='
                       CHRG-AUDHIST-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO CHRG-EOF-FLAG
           ELSE
               PERFORM READ-NEXT-HISTORY-RECORD
           END-IF.

           PERFORM ALLOCATE-ONE-RECORD
               THRU ALLOCATE-ONE-NEXT
               UNTIL END-OF-HISTORY-FILE.

           CLOSE AUDIT-HISTORY-FILE.
           GO TO ALLOCATE-AUDIT-HISTORY-EXIT.

      *  -----------------------------------------------------------
       READ-NEXT-HISTORY-RECORD.
           READ AUDIT-HISTORY-FILE
               AT END MOVE 'Y' TO CHRG-EOF-FLAG
           END-READ.
           IF NOT END-OF-HISTORY-FILE AND CHRG-AUDHIST-STATUS NOT ='00'
               DISPLAY 'EDUCHRG: AUDHIST READ ERROR, STATUS='
                       CHRG-AUDHIST-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO CHRG-EOF-FLAG
           END-IF.

      *  -----------------------------------------------------------
       ALLOCATE-ONE-RECORD.
           ADD 1 TO CHRG-READ-COUNT.
           IF AUDIT-KEY-DATE(1:6) NOT = CHRG-PERIOD
               ADD 1 TO CHRG-OUTSIDE-COUNT
               GO TO ALLOCATE-ONE-NEXT
           END-IF.

           PERFORM FIND-PROGRAM-ENTRY.
           IF AUDIT-PROGRAM NOT = 'EC01' AND
              AUDIT-PROGRAM NOT = 'EDUCHAN'
               GO TO ALLOCATE-ONE-NEXT
           END-IF.

           PERFORM CHECK-CLIENT-REGISTERED THRU CHECK-CLIENT-DONE.
           IF LAST-CLIENT-REGISTERED
               MOVE '1' TO SORT-GROUP
               MOVE AUDIT-CLIENT-ID TO SORT-CLIENT
               IF CHRG-PGM-FOUND = 'Y'
                   ADD 1 TO CHRG-PGM-ALLOC(CHRG-PGM-IDX)
               END-IF
           ELSE
               MOVE '2' TO SORT-GROUP
               MOVE CHRG-UNALLOC-CLIENT TO SORT-CLIENT
               IF CHRG-PGM-FOUND = 'Y'
                   ADD 1 TO CHRG-PGM-UNALLOC(CHRG-PGM-IDX)
               END-IF
           END-IF.

           MOVE AUDIT-PROGRAM TO SORT-SERVICE.
           IF AUDIT-PROGRAM = 'EC01'
               PERFORM GET-EC01-FUNCTION
           ELSE
               MOVE AUDIT-MODE TO SORT-CATEGORY
               IF AUDIT-MODE = SPACES
                   MOVE '(NONE)' TO SORT-CATEGORY
               END-IF
           END-IF.

           IF AUDIT-STATUS-CODE = 'OK  '
               MOVE 'Y' TO SORT-OK-FLAG
           ELSE
               MOVE 'N' TO SORT-OK-FLAG
           END-IF.
           MOVE 0 TO SORT-BYTES.
           IF AUDIT-INPUT-LENGTH NUMERIC
               MOVE AUDIT-INPUT-LENGTH TO SORT-BYTES
           END-IF.
           RELEASE SORT-RECORD.

       ALLOCATE-ONE-NEXT.
           PERFORM READ-NEXT-HISTORY-RECORD.

      *  -----------------------------------------------------------
      *  The function EC01 was asked for, from the request image;
      *  older records kept no image, and a masked, withheld or
      *  redacted image cannot be trusted to show it
      *  -----------------------------------------------------------
       GET-EC01-FUNCTION.
           MOVE AUDIT-INPUT-DATA TO CHRG-REQUEST-IMAGE.
           EVALUATE TRUE
               WHEN AUDIT-INPUT-DATA = 'LINK COMMAREA'
                   MOVE '(UNKNOWN)' TO SORT-CATEGORY
               WHEN NOT AUDIT-PAYLOAD-CLEAR
                   MOVE '(MASKED)' TO SORT-CATEGORY
               WHEN LK-FUNCTION = SPACES
                   MOVE '(DEFAULT)' TO SORT-CATEGORY
               WHEN OTHER
                   MOVE LK-FUNCTION TO SORT-CATEGORY
           END-EVALUATE.

      *  -----------------------------------------------------------
      *  DEFAULT, no client and ids CLIFILE does not know are all
      *  unallocated
      *  -----------------------------------------------------------
       CHECK-CLIENT-REGISTERED.
           IF AUDIT-CLIENT-ID = CHRG-LAST-CLIENT
               GO TO CHECK-CLIENT-DONE
           END-IF.
           MOVE AUDIT-CLIENT-ID TO CHRG-LAST-CLIENT.
           MOVE 'N' TO CHRG-LAST-REG-FLAG.
           IF AUDIT-CLIENT-ID = SPACES OR
              AUDIT-CLIENT-ID = 'DEFAULT'
               GO TO CHECK-CLIENT-DONE
           END-IF.
           MOVE AUDIT-CLIENT-ID TO CLI-CLIENT-ID.
           READ CLIENT-FILE.
           IF CHRG-CLIFILE-STATUS = '00'
               MOVE 'Y' TO CHRG-LAST-REG-FLAG
           END-IF.

       CHECK-CLIENT-DONE.
           EXIT.

      *  -----------------------------------------------------------
       FIND-PROGRAM-ENTRY.
           MOVE 'N' TO CHRG-PGM-FOUND.
           MOVE 1 TO CHRG-PGM-IDX.
           PERFORM LOOK-FOR-PROGRAM-ENTRY
               UNTIL CHRG-PGM-FOUND = 'Y' OR
                     CHRG-PGM-IDX > CHRG-PGM-COUNT.
           IF CHRG-PGM-FOUND NOT = 'Y'
               IF CHRG-PGM-COUNT < 10
                   ADD 1 TO CHRG-PGM-COUNT
                   MOVE CHRG-PGM-COUNT TO CHRG-PGM-IDX
                   MOVE AUDIT-PROGRAM TO CHRG-PGM-NAME(CHRG-PGM-IDX)
                   MOVE 0 TO CHRG-PGM-RECORDS(CHRG-PGM-IDX)
                   MOVE 0 TO CHRG-PGM-ALLOC(CHRG-PGM-IDX)
                   MOVE 0 TO CHRG-PGM-UNALLOC(CHRG-PGM-IDX)
                   MOVE 'Y' TO CHRG-PGM-FOUND
               ELSE
                   ADD 1 TO CHRG-PGM-OVERFLOW
               END-IF
           END-IF.
           IF CHRG-PGM-FOUND = 'Y'
               ADD 1 TO CHRG-PGM-RECORDS(CHRG-PGM-IDX)
           END-IF.

      *  -----------------------------------------------------------
       LOOK-FOR-PROGRAM-ENTRY.
           IF CHRG-PGM-NAME(CHRG-PGM-IDX) = AUDIT-PROGRAM
               MOVE 'Y' TO CHRG-PGM-FOUND
           ELSE
               ADD 1 TO CHRG-PGM-IDX
           END-IF.

       ALLOCATE-AUDIT-HISTORY-EXIT.
           EXIT.

      *  -----------------------------------------------------------
      *  Walk the sorted calls client by client, service by service
      *  and mode/function by mode/function, printing the statements
      *  and journalling each client's charge per service. RATEFILE
      *  is browsed alongside in the same client and service order,
      *  so a monthly minimum on a service the client never called
      *  is billed in its place on the statement
      *  -----------------------------------------------------------
       PRINT-STATEMENTS SECTION.

           PERFORM FETCH-NEXT-IDLE-RATE.
           PERFORM RETURN-NEXT-SORTED.
           PERFORM TAKE-ONE-SORTED UNTIL END-OF-SORTED-INPUT.
           PERFORM CLOSE-SERVICE THRU CLOSE-SERVICE-DONE.
           MOVE HIGH-VALUES TO CHRG-IDLE-LIMIT.
           PERFORM BILL-IDLE-MINIMUMS.
           PERFORM CLOSE-CLIENT.
           GO TO PRINT-STATEMENTS-EXIT.

      *  -----------------------------------------------------------
       RETURN-NEXT-SORTED.
           RETURN SORT-WORK-FILE
               AT END MOVE 'Y' TO CHRG-RETURN-DONE-FLAG
           END-RETURN.

      *  -----------------------------------------------------------
       TAKE-ONE-SORTED.
           EVALUATE TRUE
               WHEN NOT CLIENT-OPEN
               WHEN SORT-GROUP NOT = CHRG-CUR-GROUP
               WHEN SORT-CLIENT NOT = CHRG-CUR-CLIENT
                   PERFORM CLOSE-SERVICE THRU CLOSE-SERVICE-DONE
                   PERFORM BILL-IDLE-BEFORE-CLIENT
                   PERFORM CLOSE-CLIENT
                   PERFORM OPEN-CLIENT
                   PERFORM BILL-IDLE-BEFORE-SERVICE
                   PERFORM OPEN-SERVICE
                   PERFORM OPEN-CATEGORY
               WHEN SORT-SERVICE NOT = CHRG-CUR-SERVICE
                   PERFORM CLOSE-SERVICE THRU CLOSE-SERVICE-DONE
                   PERFORM BILL-IDLE-BEFORE-SERVICE
                   PERFORM OPEN-SERVICE
                   PERFORM OPEN-CATEGORY
               WHEN SORT-CATEGORY NOT = CHRG-CUR-CATEGORY
                   PERFORM CLOSE-CATEGORY
                   PERFORM OPEN-CATEGORY
           END-EVALUATE.

           IF SORT-OK-FLAG = 'Y'
               ADD 1 TO CHRG-CAT-OK
               ADD SORT-BYTES TO CHRG-CAT-BYTES
           ELSE
               ADD 1 TO CHRG-CAT-FAIL
           END-IF.
           PERFORM RETURN-NEXT-SORTED.

      *  -----------------------------------------------------------
      *  A new client: the statement heading, with the CLIFILE
      *  description
      *  -----------------------------------------------------------
       OPEN-CLIENT.
           MOVE SORT-GROUP TO CHRG-CUR-GROUP.
           MOVE SORT-CLIENT TO CHRG-CUR-CLIENT.
           PERFORM START-CLIENT-STATEMENT.

      *  -----------------------------------------------------------
       START-CLIENT-STATEMENT.
           MOVE 'Y' TO CHRG-CLIENT-OPEN-FLAG.
           MOVE 0 TO CHRG-CLIENT-CHARGE.

           MOVE SPACES TO CHRG-CLIENT-NAME.
           IF CHRG-CUR-GROUP = '2'
               MOVE 'DEFAULT/UNREGISTERED/NONE' TO CHRG-CLIENT-NAME
           ELSE
               MOVE CHRG-CUR-CLIENT TO CLI-CLIENT-ID
               READ CLIENT-FILE
               IF CHRG-CLIFILE-STATUS = '00'
                   MOVE CLI-DESCRIPTION TO CHRG-CLIENT-NAME
               END-IF
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'STATEMENT FOR CLIENT ' DELIMITED BY SIZE
                  CHRG-CUR-CLIENT         DELIMITED BY SIZE
                  '  '                    DELIMITED BY SIZE
                  CHRG-CLIENT-NAME        DELIMITED BY SIZE
                  '  PERIOD '             DELIMITED BY SIZE
                  CHRG-PERIOD             DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '  SERVICE  MODE/FUNC   '
                  '   CALLS OK     FAILED       INPUT KB'
                  DELIMITED BY SIZE INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

      *  -----------------------------------------------------------
       OPEN-SERVICE.
           MOVE SORT-SERVICE TO CHRG-CUR-SERVICE.
           MOVE 'Y' TO CHRG-SERVICE-OPEN-FLAG.
           MOVE 0 TO CHRG-SVC-OK.
           MOVE 0 TO CHRG-SVC-FAIL.
           MOVE 0 TO CHRG-SVC-BYTES.

      *  -----------------------------------------------------------
       OPEN-CATEGORY.
           MOVE SORT-CATEGORY TO CHRG-CUR-CATEGORY.
           MOVE 'Y' TO CHRG-CATEGORY-OPEN-FLAG.
           MOVE 0 TO CHRG-CAT-OK.
           MOVE 0 TO CHRG-CAT-FAIL.
           MOVE 0 TO CHRG-CAT-BYTES.

      *  -----------------------------------------------------------
      *  One volume line per mode or function
      *  -----------------------------------------------------------
       CLOSE-CATEGORY.
           IF NOT CATEGORY-OPEN
               GO TO CLOSE-CATEGORY-DONE
           END-IF.
           MOVE 'N' TO CHRG-CATEGORY-OPEN-FLAG.
           ADD CHRG-CAT-OK TO CHRG-SVC-OK.
           ADD CHRG-CAT-FAIL TO CHRG-SVC-FAIL.
           ADD CHRG-CAT-BYTES TO CHRG-SVC-BYTES.

           MOVE CHRG-CAT-OK TO CHRG-COUNT-DISP.
           MOVE CHRG-CAT-FAIL TO CHRG-COUNT-DISP2.
           COMPUTE CHRG-SVC-KB ROUNDED = CHRG-CAT-BYTES / 1024
           END-COMPUTE.
           MOVE CHRG-SVC-KB TO CHRG-KB-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING '  '              DELIMITED BY SIZE
                  CHRG-CUR-SERVICE  DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  CHRG-CUR-CATEGORY DELIMITED BY SIZE
                  '  '              DELIMITED BY SIZE
                  CHRG-COUNT-DISP   DELIMITED BY SIZE
                  '  '              DELIMITED BY SIZE
                  CHRG-COUNT-DISP2  DELIMITED BY SIZE
                  '  '              DELIMITED BY SIZE
                  CHRG-KB-DISP      DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       CLOSE-CATEGORY-DONE.
           EXIT.

      *  -----------------------------------------------------------
      *  Price one client's month on one service, print the charge
      *  lines and journal the total
      *  -----------------------------------------------------------
       CLOSE-SERVICE.
           PERFORM CLOSE-CATEGORY THRU CLOSE-CATEGORY-DONE.
           IF NOT SERVICE-OPEN
               GO TO CLOSE-SERVICE-DONE
           END-IF.
           MOVE 'N' TO CHRG-SERVICE-OPEN-FLAG.

           PERFORM GET-SERVICE-RATE THRU GET-SERVICE-RATE-DONE.

           COMPUTE CHRG-CALL-CHARGE ROUNDED =
               CHRG-SVC-OK * RATE-PER-CALL
           END-COMPUTE.
           COMPUTE CHRG-FAIL-CHARGE ROUNDED =
               CHRG-SVC-FAIL * RATE-FAIL-CALL
           END-COMPUTE.
           COMPUTE CHRG-SVC-KB ROUNDED = CHRG-SVC-BYTES / 1024
           END-COMPUTE.
           MOVE 0 TO CHRG-KB-CHARGE.
           IF CHRG-CUR-SERVICE = 'EDUCHAN'
               COMPUTE CHRG-KB-CHARGE ROUNDED =
                   CHRG-SVC-KB * RATE-PER-KB
               END-COMPUTE
           END-IF.
           COMPUTE CHRG-SVC-CHARGE =
               CHRG-CALL-CHARGE + CHRG-FAIL-CHARGE + CHRG-KB-CHARGE
           END-COMPUTE.

      *  The monthly minimum is the registered client's commitment -
      *  the unallocated calls have nobody to hold to one
           MOVE 0 TO CHRG-MIN-ADJUST.
           IF CHRG-CUR-GROUP = '1' AND
              CHRG-SVC-CHARGE < RATE-MONTHLY-MIN
               COMPUTE CHRG-MIN-ADJUST =
                   RATE-MONTHLY-MIN - CHRG-SVC-CHARGE
               END-COMPUTE
               ADD CHRG-MIN-ADJUST TO CHRG-SVC-CHARGE
           END-IF.

           MOVE 'CALLS OK' TO CHRG-LABEL.
           MOVE CHRG-SVC-OK TO CHRG-COUNT-DISP.
           MOVE RATE-PER-CALL TO CHRG-RATE-DISP.
           MOVE CHRG-CALL-CHARGE TO CHRG-AMOUNT-DISP.
           PERFORM WRITE-CHARGE-LINE.
           MOVE 'FAILED CALLS' TO CHRG-LABEL.
           MOVE CHRG-SVC-FAIL TO CHRG-COUNT-DISP.
           MOVE RATE-FAIL-CALL TO CHRG-RATE-DISP.
           MOVE CHRG-FAIL-CHARGE TO CHRG-AMOUNT-DISP.
           PERFORM WRITE-CHARGE-LINE.
           IF CHRG-CUR-SERVICE = 'EDUCHAN'
               MOVE CHRG-SVC-KB TO CHRG-KB-DISP
               MOVE RATE-PER-KB TO CHRG-RATE-DISP
               MOVE CHRG-KB-CHARGE TO CHRG-AMOUNT-DISP
               MOVE SPACES TO REPORT-LINE
               STRING '    '            DELIMITED BY SIZE
                      CHRG-CUR-SERVICE  DELIMITED BY SIZE
                      ' INPUT KB      ' DELIMITED BY SIZE
                      CHRG-KB-DISP      DELIMITED BY SIZE
                      ' @ '             DELIMITED BY SIZE
                      CHRG-RATE-DISP    DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      CHRG-AMOUNT-DISP  DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
           IF CHRG-MIN-ADJUST > 0
               MOVE CHRG-MIN-ADJUST TO CHRG-AMOUNT-DISP
               MOVE SPACES TO REPORT-LINE
               STRING '    '            DELIMITED BY SIZE
                      CHRG-CUR-SERVICE  DELIMITED BY SIZE
                      ' MONTHLY MINIMUM ADJUSTMENT            '
                                        DELIMITED BY SIZE
                      CHRG-AMOUNT-DISP  DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.
           MOVE CHRG-SVC-CHARGE TO CHRG-AMOUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING '    '            DELIMITED BY SIZE
                  CHRG-CUR-SERVICE  DELIMITED BY SIZE
                  ' CHARGE AT '     DELIMITED BY SIZE
                  CHRG-RATE-SOURCE  DELIMITED BY SIZE
                  ' RATES                 ' DELIMITED BY SIZE
                  CHRG-AMOUNT-DISP  DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           ADD CHRG-SVC-CHARGE TO CHRG-CLIENT-CHARGE.
           IF CHRG-CUR-GROUP = '1'
               ADD CHRG-SVC-CHARGE TO CHRG-ALLOC-TOTAL
           ELSE
               ADD CHRG-SVC-CHARGE TO CHRG-UNALLOC-TOTAL
           END-IF.

           IF CHRG-SVC-CHARGE NOT = 0
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE 'D' TO GLJ-RECORD-TYPE
               MOVE CHRG-PERIOD TO GLJ-PERIOD
               MOVE RATE-GL-ACCOUNT TO GLJ-DEBIT-ACCOUNT
               MOVE CHRG-INCOME-ACCOUNT TO GLJ-CREDIT-ACCOUNT
               MOVE CHRG-CUR-CLIENT TO GLJ-CLIENT-ID
               MOVE CHRG-CUR-SERVICE TO GLJ-SERVICE
               MOVE CHRG-SVC-CHARGE TO GLJ-AMOUNT
               IF CHRG-CUR-GROUP = '2'
                   MOVE 'UNALLOCATED CALLS' TO GLJ-NARRATIVE
               ELSE
                   EVALUATE TRUE
                       WHEN CHRG-RATE-SOURCE = CHRG-STANDARD-CLIENT
                           MOVE 'NO CLIENT RATE - SUSPENSE'
                                   TO GLJ-NARRATIVE
                       WHEN CHRG-SVC-OK = 0 AND CHRG-SVC-FAIL = 0
                           MOVE 'MONTHLY MINIMUM, NO CALLS'
                                   TO GLJ-NARRATIVE
                       WHEN OTHER
                           MOVE 'SERVICE CHARGEBACK' TO GLJ-NARRATIVE
                   END-EVALUATE
               END-IF
               PERFORM WRITE-JOURNAL-RECORD
               ADD 1 TO CHRG-JOURNAL-COUNT
               ADD CHRG-SVC-CHARGE TO CHRG-JOURNAL-TOTAL
           END-IF.

       CLOSE-SERVICE-DONE.
           EXIT.

      *  -----------------------------------------------------------
       WRITE-CHARGE-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING '    '            DELIMITED BY SIZE
                  CHRG-CUR-SERVICE  DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  CHRG-LABEL        DELIMITED BY SIZE
                  CHRG-COUNT-DISP   DELIMITED BY SIZE
                  ' @ '             DELIMITED BY SIZE
                  CHRG-RATE-DISP    DELIMITED BY SIZE
                  '  '              DELIMITED BY SIZE
                  CHRG-AMOUNT-DISP  DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

      *  -----------------------------------------------------------
      *  The client's own rate record, else the house rates; with
      *  neither the service is priced at nothing and flagged
      *  -----------------------------------------------------------
       GET-SERVICE-RATE.
           MOVE CHRG-CUR-CLIENT TO CHRG-RATE-SOURCE.
           IF CHRG-CUR-GROUP = '1'
               MOVE CHRG-CUR-CLIENT TO RATE-CLIENT-ID
               MOVE CHRG-CUR-SERVICE TO RATE-SERVICE
               READ RATE-FILE
               IF CHRG-RATE-STATUS = '00'
                   GO TO GET-SERVICE-RATE-DONE
               END-IF
               MOVE SPACES TO REPORT-LINE
               STRING '    ** NO RATE RECORD FOR ' DELIMITED BY SIZE
                      CHRG-CUR-CLIENT  DELIMITED BY SIZE
                      '/'              DELIMITED BY SIZE
                      CHRG-CUR-SERVICE DELIMITED BY SIZE
                      ' - CHARGED AT STANDARD RATES TO THE SUSPENSE '
                                       DELIMITED BY SIZE
                      'ACCOUNT **'     DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           MOVE CHRG-STANDARD-CLIENT TO CHRG-RATE-SOURCE.
           MOVE CHRG-STANDARD-CLIENT TO RATE-CLIENT-ID.
           MOVE CHRG-CUR-SERVICE TO RATE-SERVICE.
           READ RATE-FILE.
           IF CHRG-RATE-STATUS = '00'
               GO TO GET-SERVICE-RATE-DONE
           END-IF.

           MOVE 'NO' TO CHRG-RATE-SOURCE.
           MOVE 0 TO RATE-PER-CALL RATE-PER-KB RATE-FAIL-CALL
                     RATE-MONTHLY-MIN.
           MOVE SPACES TO RATE-GL-ACCOUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING '    ** NO STANDARD RATE RECORD FOR '
                                    DELIMITED BY SIZE
                  CHRG-CUR-SERVICE  DELIMITED BY SIZE
                  ' - NOTHING CHARGED **' DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       GET-SERVICE-RATE-DONE.
           EXIT.

      *  -----------------------------------------------------------
      *  A new client in the sorted calls: the minimums of every
      *  client before it, or of every client left once the
      *  unallocated calls are reached
      *  -----------------------------------------------------------
       BILL-IDLE-BEFORE-CLIENT.
           IF SORT-GROUP = '1'
               MOVE SORT-CLIENT TO CHRG-LIMIT-CLIENT
               MOVE LOW-VALUES TO CHRG-LIMIT-SERVICE
           ELSE
               MOVE HIGH-VALUES TO CHRG-IDLE-LIMIT
           END-IF.
           PERFORM BILL-IDLE-MINIMUMS.

      *  -----------------------------------------------------------
      *  A new service for a registered client: the minimums of its
      *  services before it, skipping the rate record of the one
      *  about to be priced from its calls
      *  -----------------------------------------------------------
       BILL-IDLE-BEFORE-SERVICE.
           IF SORT-GROUP = '1'
               MOVE SORT-CLIENT TO CHRG-LIMIT-CLIENT
               MOVE SORT-SERVICE TO CHRG-LIMIT-SERVICE
               PERFORM BILL-IDLE-MINIMUMS
               IF NOT END-OF-IDLE-RATES AND
                  CHRG-IDLE-KEY = CHRG-IDLE-LIMIT
                   PERFORM FETCH-NEXT-IDLE-RATE
               END-IF
           END-IF.

      *  -----------------------------------------------------------
       BILL-IDLE-MINIMUMS.
           PERFORM BILL-ONE-IDLE-RATE THRU BILL-ONE-IDLE-NEXT
               UNTIL END-OF-IDLE-RATES OR
                     CHRG-IDLE-KEY NOT < CHRG-IDLE-LIMIT.

      *  -----------------------------------------------------------
      *  A rate record with a minimum and no calls behind it: a
      *  zero-volume line on the client's statement, opening one if
      *  the client has no other, and the minimum priced and
      *  journalled as for a service that was called
      *  -----------------------------------------------------------
       BILL-ONE-IDLE-RATE.
           IF CHRG-IDLE-MINIMUM = 0 OR
              CHRG-IDLE-CLIENT = CHRG-STANDARD-CLIENT OR
              CHRG-IDLE-CLIENT = 'DEFAULT'
               GO TO BILL-ONE-IDLE-NEXT
           END-IF.
           IF CHRG-IDLE-SERVICE NOT = 'EC01' AND
              CHRG-IDLE-SERVICE NOT = 'EDUCHAN'
               GO TO BILL-ONE-IDLE-NEXT
           END-IF.
           MOVE CHRG-IDLE-CLIENT TO CLI-CLIENT-ID.
           READ CLIENT-FILE.
           IF CHRG-CLIFILE-STATUS NOT = '00'
               GO TO BILL-ONE-IDLE-NEXT
           END-IF.

           PERFORM CLOSE-SERVICE THRU CLOSE-SERVICE-DONE.
           IF NOT CLIENT-OPEN OR
              CHRG-CUR-GROUP NOT = '1' OR
              CHRG-CUR-CLIENT NOT = CHRG-IDLE-CLIENT
               PERFORM CLOSE-CLIENT
               MOVE '1' TO CHRG-CUR-GROUP
               MOVE CHRG-IDLE-CLIENT TO CHRG-CUR-CLIENT
               PERFORM START-CLIENT-STATEMENT
           END-IF.

           MOVE CHRG-IDLE-SERVICE TO CHRG-CUR-SERVICE.
           MOVE 'Y' TO CHRG-SERVICE-OPEN-FLAG.
           MOVE 0 TO CHRG-SVC-OK.
           MOVE 0 TO CHRG-SVC-FAIL.
           MOVE 0 TO CHRG-SVC-BYTES.
           MOVE '(NO CALLS)' TO CHRG-CUR-CATEGORY.
           MOVE 'Y' TO CHRG-CATEGORY-OPEN-FLAG.
           MOVE 0 TO CHRG-CAT-OK.
           MOVE 0 TO CHRG-CAT-FAIL.
           MOVE 0 TO CHRG-CAT-BYTES.
           PERFORM CLOSE-SERVICE THRU CLOSE-SERVICE-DONE.

       BILL-ONE-IDLE-NEXT.
           PERFORM FETCH-NEXT-IDLE-RATE.

      *  -----------------------------------------------------------
      *  The rate record after the last one passed. Pricing reads
      *  RATEFILE by key in between, so the browse is restarted from
      *  the key each time rather than trusting the file position
      *  -----------------------------------------------------------
       FETCH-NEXT-IDLE-RATE.
           MOVE CHRG-IDLE-KEY TO RATE-KEY.
           START RATE-FILE KEY IS GREATER THAN RATE-KEY.
           IF CHRG-RATE-STATUS NOT = '00'
               IF CHRG-RATE-STATUS NOT = '23'
                   DISPLAY 'EDUCHRG: RATEFILE START ERROR, STATUS='
                           CHRG-RATE-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
               MOVE 'Y' TO CHRG-IDLE-EOF-FLAG
           ELSE
               READ RATE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO CHRG-IDLE-EOF-FLAG
               END-READ
               IF NOT END-OF-IDLE-RATES AND CHRG-RATE-STATUS NOT = '00'
                   DISPLAY 'EDUCHRG: RATEFILE READ ERROR, STATUS='
                           CHRG-RATE-STATUS
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO CHRG-IDLE-EOF-FLAG
               END-IF
           END-IF.
           IF NOT END-OF-IDLE-RATES
               MOVE RATE-KEY TO CHRG-IDLE-KEY
               MOVE RATE-MONTHLY-MIN TO CHRG-IDLE-MINIMUM
           END-IF.

      *  -----------------------------------------------------------
       CLOSE-CLIENT.
           PERFORM CLOSE-SERVICE THRU CLOSE-SERVICE-DONE.
           IF CLIENT-OPEN
               MOVE 'N' TO CHRG-CLIENT-OPEN-FLAG
               MOVE CHRG-CLIENT-CHARGE TO CHRG-AMOUNT-DISP
               MOVE SPACES TO REPORT-LINE
               STRING 'TOTAL FOR CLIENT '  DELIMITED BY SIZE
                      CHRG-CUR-CLIENT      DELIMITED BY SIZE
                      '                               '
                                           DELIMITED BY SIZE
                      CHRG-AMOUNT-DISP     DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           END-IF.

       PRINT-STATEMENTS-EXIT.
           EXIT.

      *  -----------------------------------------------------------
       WRITE-JOURNAL-RECORD SECTION.

           WRITE GL-JOURNAL-RECORD.
           IF CHRG-GLJ-STATUS NOT = '00'
               DISPLAY 'EDUCHRG: GLJRNL WRITE ERROR, STATUS='
                       CHRG-GLJ-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.

       WRITE-JOURNAL-EXIT.
           EXIT.

      *  -----------------------------------------------------------
      *  The control totals that tie the statements to the EDUSEQR
      *  record counts, and the journal trailer
      *  -----------------------------------------------------------
       TERMINATE-CHARGEBACK SECTION.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CONTROL TOTALS FOR PERIOD ' DELIMITED BY SIZE
                  CHRG-PERIOD DELIMITED BY SIZE
                  ' - RECORDS PER PROGRAM TIE TO THE EDUSEQR RECORD'
                  DELIMITED BY SIZE
                  ' AND UNSEQUENCED COUNTS' DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           PERFORM WRITE-PROGRAM-TOTAL
               VARYING CHRG-PGM-IDX FROM 1 BY 1
               UNTIL CHRG-PGM-IDX > CHRG-PGM-COUNT.

           MOVE CHRG-READ-COUNT TO CHRG-COUNT-DISP.
           MOVE CHRG-OUTSIDE-COUNT TO CHRG-COUNT-DISP2.
           MOVE SPACES TO REPORT-LINE.
           STRING 'RECORDS READ ' DELIMITED BY SIZE
                  CHRG-COUNT-DISP DELIMITED BY SIZE
                  '  OUTSIDE THE PERIOD (SKIPPED) ' DELIMITED BY SIZE
                  CHRG-COUNT-DISP2 DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

           MOVE CHRG-ALLOC-TOTAL TO CHRG-AMOUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING 'CHARGED TO REGISTERED CLIENTS        '
                  DELIMITED BY SIZE
                  CHRG-AMOUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE CHRG-UNALLOC-TOTAL TO CHRG-AMOUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING 'UNALLOCATED AT STANDARD RATES        '
                  DELIMITED BY SIZE
                  CHRG-AMOUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE CHRG-JOURNAL-TOTAL TO CHRG-AMOUNT-DISP.
           MOVE CHRG-JOURNAL-COUNT TO CHRG-COUNT-DISP.
           MOVE SPACES TO REPORT-LINE.
           STRING 'GL JOURNAL TOTAL                     '
                  DELIMITED BY SIZE
                  CHRG-AMOUNT-DISP DELIMITED BY SIZE
                  '  DETAIL RECORDS ' DELIMITED BY SIZE
                  CHRG-COUNT-DISP DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

      *  A failed run's journal is left without its trailer, so the
      *  ledger load refuses it rather than balancing a part month
           IF RETURN-CODE >= 16
               MOVE SPACES TO REPORT-LINE
               STRING '** RUN FAILED - STATEMENTS AND JOURNAL ARE '
                      'INCOMPLETE AND MUST NOT BE LOADED, NO '
                      'JOURNAL TRAILER WRITTEN **'
                      DELIMITED BY SIZE INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
           ELSE
               MOVE SPACES TO GL-JOURNAL-RECORD
               MOVE 'T' TO GLJ-RECORD-TYPE
               MOVE CHRG-PERIOD TO GLJ-PERIOD
               MOVE CHRG-JOURNAL-COUNT TO GLJ-RECORD-COUNT
               MOVE CHRG-JOURNAL-TOTAL TO GLJ-TOTAL-AMOUNT
               PERFORM WRITE-JOURNAL-RECORD
           END-IF.

           CLOSE CLIENT-FILE.
           CLOSE RATE-FILE.
           CLOSE JOURNAL-OUTPUT-FILE.
           CLOSE REPORT-OUTPUT-FILE.
           GO TO TERMINATE-CHARGEBACK-EXIT.

      *  -----------------------------------------------------------
       WRITE-PROGRAM-TOTAL.
           MOVE CHRG-PGM-RECORDS(CHRG-PGM-IDX) TO CHRG-COUNT-DISP.
           MOVE CHRG-PGM-ALLOC(CHRG-PGM-IDX) TO CHRG-COUNT-DISP2.
           MOVE CHRG-PGM-UNALLOC(CHRG-PGM-IDX) TO CHRG-COUNT-DISP3.
           MOVE SPACES TO REPORT-LINE.
           IF CHRG-PGM-NAME(CHRG-PGM-IDX) = 'EC01' OR
              CHRG-PGM-NAME(CHRG-PGM-IDX) = 'EDUCHAN'
               STRING CHRG-PGM-NAME(CHRG-PGM-IDX) DELIMITED BY SIZE
                      ' RECORDS '         DELIMITED BY SIZE
                      CHRG-COUNT-DISP     DELIMITED BY SIZE
                      '  ALLOCATED '      DELIMITED BY SIZE
                      CHRG-COUNT-DISP2    DELIMITED BY SIZE
                      '  UNALLOCATED '    DELIMITED BY SIZE
                      CHRG-COUNT-DISP3    DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           ELSE
               STRING CHRG-PGM-NAME(CHRG-PGM-IDX) DELIMITED BY SIZE
                      ' RECORDS '         DELIMITED BY SIZE
                      CHRG-COUNT-DISP     DELIMITED BY SIZE
                      '  NOT A CHARGED SERVICE' DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
           END-IF.
           WRITE REPORT-LINE.

       TERMINATE-CHARGEBACK-EXIT.
           EXIT.
