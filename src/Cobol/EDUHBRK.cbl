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
      * Module Name        EDUHBRK.CBL                                 *
      *                                                                *
      * Operator command for the service health monitor and breakers  *
      *                                                                *
      * Single-shot 3270 transaction (HBRK) over the EDUHLTH queue    *
      * the EDUHMON monitor publishes (copybook HLTHREC), so the      *
      * operator can see why EDUROUTE is failing calls to a back end  *
      * and take the breaker into their own hands during an incident. *
      *                                                                *
      * Commands (typed after the transaction id, free format):       *
      *                                                                *
      *   HBRK  or  HBRK S            show the monitor, each breaker  *
      *                               and every rolling window        *
      *   HBRK O service / reason     force the breaker open - calls  *
      *                               fail at once, no probes         *
      *   HBRK C service / reason     force the breaker closed -      *
      *                               calls flow whatever the window  *
      *   HBRK A service / reason     hand the breaker back to the    *
      *                               monitor; an open one probes at  *
      *                               once                            *
      *   HBRK START                  start the monitor (HMON)        *
      *   HBRK STOP                   stop it at its next cycle       *
      *                                                                *
      * The service is EC01 or EDUCHAN. O, C and A must carry the     *
      * reason after " / "; each is stamped with the signed-on user   *
      * and time on the queue and reported to CSMT with the reason.   *
      * A forced breaker holds across a monitor restart, and a forced *
      * open one holds while the monitor is stopped.                  *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUHBRK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 HBRK-HEALTH-TSQ    PIC X(8) VALUE 'EDUHLTH'.
       01 HBRK-ALERT-TDQ     PIC X(4) VALUE 'CSMT'.
       01 HBRK-MONITOR-TRAN  PIC X(4) VALUE 'HMON'.
       01 HBRK-STALE-MS      PIC S9(15) COMP-3 VALUE 300000.

       01 HBRK-INPUT-LENGTH  PIC S9(4) COMP-4 VALUE 0.
       01 HBRK-INPUT-TEXT    PIC X(80) VALUE SPACES.
       01 HBRK-TOKEN1        PIC X(16) VALUE SPACES.
       01 HBRK-TOKEN2        PIC X(16) VALUE SPACES.
       01 HBRK-TOKEN3        PIC X(16) VALUE SPACES.
       01 HBRK-REASON-TEXT   PIC X(40) VALUE SPACES.
       01 HBRK-REASON-POS    PIC S9(4) COMP-4 VALUE 0.
       01 HBRK-REASON-LENGTH PIC S9(4) COMP-4 VALUE 0.

       01 HBRK-RESPCODE      PIC S9(8) COMP-4 VALUE 0.
      *  The REWRITE's own RESP - the DEQ after it resets RESPCODE
       01 HBRK-REWRITE-RESP  PIC S9(8) COMP-4 VALUE 0.
       01 HBRK-ITEM          PIC S9(4) COMP-4 VALUE 0.
       01 HBRK-ITEM-LEN      PIC S9(4) COMP-4 VALUE 0.
       01 HBRK-ABSTIME       PIC S9(15) COMP-3 VALUE 0.
       01 HBRK-USERID        PIC X(8) VALUE SPACES.
       01 HBRK-SHOW-DATE     PIC X(8) VALUE SPACES.
       01 HBRK-SHOW-TIME     PIC X(6) VALUE SPACES.

       01 HBRK-LINES-USED    PIC 9(2) VALUE 0.
       01 HBRK-BROWSE-DONE   PIC X VALUE 'N'.
          88 HBRK-LIST-COMPLETE     VALUE 'Y'.

       01 HBRK-ACTION        PIC X VALUE SPACE.
          88 HBRK-FORCE-OPEN        VALUE 'O'.
          88 HBRK-FORCE-CLOSED      VALUE 'C'.
          88 HBRK-RELEASE           VALUE 'A'.
       01 HBRK-ACTION-TEXT   PIC X(22) VALUE SPACES.

      *  Display fields for the status screen
       01 HBRK-STATE-TEXT    PIC X(6) VALUE SPACES.
       01 HBRK-FORCED-TEXT   PIC X(6) VALUE SPACES.
       01 HBRK-LEVEL-TEXT    PIC X(8) VALUE SPACES.
       01 HBRK-CALLS-DISP    PIC ZZZZ9.
       01 HBRK-PCT-DISP      PIC ZZ9.
       01 HBRK-USEC-DISP     PIC Z(9)9.
       01 HBRK-PROBE-DISP    PIC ZZ9.

       01 HBRK-ALERT-LINE    PIC X(100) VALUE SPACES.

       01 HBRK-SCREEN.
          05 HBRK-SCREEN-LINE OCCURS 20 TIMES PIC X(80).

      *  Health event and breaker records - shared layout with
      *  EDUROUTE and EDUHMON
       COPY HLTHREC.

       PROCEDURE DIVISION.
      *  -----------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *  -----------------------------------------------------------

           PERFORM RECEIVE-AND-TOKENIZE.

           MOVE SPACES TO HBRK-SCREEN.
           MOVE 'SERVICE HEALTH MONITOR AND BREAKERS'
                   TO HBRK-SCREEN-LINE(1).

           EVALUATE HBRK-TOKEN1
               WHEN SPACES
               WHEN 'S'
                   PERFORM SHOW-HEALTH-STATUS
               WHEN 'O'
               WHEN 'C'
               WHEN 'A'
                   MOVE HBRK-TOKEN1 TO HBRK-ACTION
                   PERFORM CHANGE-BREAKER
                       THRU CHANGE-BREAKER-EXIT
               WHEN 'START'
                   PERFORM START-MONITOR
               WHEN 'STOP'
                   PERFORM STOP-MONITOR
                       THRU STOP-MONITOR-EXIT
               WHEN OTHER
                   MOVE 'ENTER: HBRK S / HBRK O|C|A SERVICE / REASON'
                           TO HBRK-SCREEN-LINE(3)
                   MOVE '       HBRK START / HBRK STOP'
                           TO HBRK-SCREEN-LINE(4)
           END-EVALUATE.

           PERFORM SEND-SCREEN-AND-RETURN.

      *  -----------------------------------------------------------
       RECEIVE-AND-TOKENIZE.
           MOVE SPACES TO HBRK-INPUT-TEXT.
           MOVE LENGTH OF HBRK-INPUT-TEXT TO HBRK-INPUT-LENGTH.
           EXEC CICS RECEIVE INTO(HBRK-INPUT-TEXT)
                             LENGTH(HBRK-INPUT-LENGTH)
                             RESP(HBRK-RESPCODE)
                             END-EXEC.

      *  The reason is everything after the first " / " - taken off
      *  the line before it is split into tokens
           MOVE SPACES TO HBRK-REASON-TEXT.
           MOVE 0 TO HBRK-REASON-POS.
           INSPECT HBRK-INPUT-TEXT TALLYING HBRK-REASON-POS
               FOR CHARACTERS BEFORE INITIAL ' / '.
           IF HBRK-REASON-POS < LENGTH OF HBRK-INPUT-TEXT
               IF HBRK-REASON-POS + 4 <= LENGTH OF HBRK-INPUT-TEXT
                   COMPUTE HBRK-REASON-LENGTH =
                       LENGTH OF HBRK-INPUT-TEXT - HBRK-REASON-POS - 3
                   END-COMPUTE
                   IF HBRK-REASON-LENGTH > LENGTH OF HBRK-REASON-TEXT
                       MOVE LENGTH OF HBRK-REASON-TEXT
                               TO HBRK-REASON-LENGTH
                   END-IF
                   MOVE HBRK-INPUT-TEXT(HBRK-REASON-POS + 4:
                                        HBRK-REASON-LENGTH)
                           TO HBRK-REASON-TEXT
               END-IF
               MOVE SPACES TO HBRK-INPUT-TEXT(HBRK-REASON-POS + 1:)
           END-IF.

           MOVE SPACES TO HBRK-TOKEN1 HBRK-TOKEN2 HBRK-TOKEN3.
           UNSTRING HBRK-INPUT-TEXT DELIMITED BY ALL SPACES
               INTO HBRK-TOKEN1 HBRK-TOKEN2 HBRK-TOKEN3
           END-UNSTRING.

           IF HBRK-TOKEN1 = 'HBRK'
               MOVE HBRK-TOKEN2 TO HBRK-TOKEN1
               MOVE HBRK-TOKEN3 TO HBRK-TOKEN2
               MOVE SPACES TO HBRK-TOKEN3
           END-IF.

      *  -----------------------------------------------------------
      *  The monitor line, then one line per item - the breakers
      *  first, then each back end and client window
      *  -----------------------------------------------------------
       SHOW-HEALTH-STATUS.
           MOVE 1 TO HBRK-ITEM.
           PERFORM READ-HEALTH-ITEM.
           IF HBRK-RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'MONITOR NOT RUNNING - HBRK START'
                       TO HBRK-SCREEN-LINE(3)
           ELSE
               PERFORM SHOW-MONITOR-LINE
               MOVE 'SERVICE  CLIENT   BREAKER       CALLS FAIL%'
                       TO HBRK-SCREEN-LINE(4)
               MOVE '  AVG USEC LEVEL    PROBES'
                       TO HBRK-SCREEN-LINE(4)(45:26)
               MOVE 0 TO HBRK-LINES-USED
               MOVE 'N' TO HBRK-BROWSE-DONE
               MOVE 2 TO HBRK-ITEM
               PERFORM SHOW-ONE-ITEM
                   UNTIL HBRK-LIST-COMPLETE
           END-IF.

      *  -----------------------------------------------------------
       SHOW-MONITOR-LINE.
           EXEC CICS ASKTIME ABSTIME(HBRK-ABSTIME)
                             END-EXEC.
           IF HST-UPDATED-ABSTIME = 0
               MOVE 'MONITOR STOPPED - HBRK START TO RESTART'
                       TO HBRK-SCREEN-LINE(2)
           ELSE
               EXEC CICS FORMATTIME ABSTIME(HST-UPDATED-ABSTIME)
                                    YYYYMMDD(HBRK-SHOW-DATE)
                                    TIME(HBRK-SHOW-TIME)
                                    RESP(HBRK-RESPCODE)
                                    END-EXEC
               IF HBRK-ABSTIME - HST-UPDATED-ABSTIME > HBRK-STALE-MS
                   STRING 'MONITOR NOT RESPONDING - LAST CYCLE '
                          DELIMITED BY SIZE
                          HBRK-SHOW-DATE DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          HBRK-SHOW-TIME DELIMITED BY SIZE
                          INTO HBRK-SCREEN-LINE(2)
                   END-STRING
               ELSE
                   STRING 'MONITOR RUNNING - LAST CYCLE '
                          DELIMITED BY SIZE
                          HBRK-SHOW-DATE DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          HBRK-SHOW-TIME DELIMITED BY SIZE
                          INTO HBRK-SCREEN-LINE(2)
                   END-STRING
               END-IF
           END-IF.
           IF HST-STOP-REQUESTED
               MOVE 'STOP REQUESTED'
                       TO HBRK-SCREEN-LINE(2)(60:14)
           END-IF.

      *  -----------------------------------------------------------
       SHOW-ONE-ITEM.
           PERFORM READ-HEALTH-ITEM.
           IF HBRK-RESPCODE NOT = DFHRESP(NORMAL) OR
              HBRK-LINES-USED >= 16
               MOVE 'Y' TO HBRK-BROWSE-DONE
           ELSE
               ADD 1 TO HBRK-LINES-USED
               PERFORM FORMAT-ITEM-LINE
               ADD 1 TO HBRK-ITEM
           END-IF.

      *  -----------------------------------------------------------
       FORMAT-ITEM-LINE.
           MOVE SPACES TO HBRK-STATE-TEXT HBRK-FORCED-TEXT.
           IF HST-SERVICE-ITEM
               IF HST-BREAKER-OPEN
                   MOVE 'OPEN' TO HBRK-STATE-TEXT
               ELSE
                   MOVE 'CLOSED' TO HBRK-STATE-TEXT
               END-IF
               IF NOT HST-AUTOMATIC
                   MOVE 'FORCED' TO HBRK-FORCED-TEXT
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN HST-LEVEL-CRITICAL
                   MOVE 'CRITICAL' TO HBRK-LEVEL-TEXT
               WHEN HST-LEVEL-WARNING
                   MOVE 'WARNING' TO HBRK-LEVEL-TEXT
               WHEN OTHER
                   MOVE 'NORMAL' TO HBRK-LEVEL-TEXT
           END-EVALUATE.
           MOVE HST-CALLS TO HBRK-CALLS-DISP.
           MOVE HST-FAIL-PCT TO HBRK-PCT-DISP.
           MOVE HST-AVG-USEC TO HBRK-USEC-DISP.
           MOVE HST-PROBE-OK-COUNT TO HBRK-PROBE-DISP.
           STRING HST-SERVICE        DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  HST-CLIENT-ID      DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  HBRK-STATE-TEXT    DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  HBRK-FORCED-TEXT   DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  HBRK-CALLS-DISP    DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  HBRK-PCT-DISP      DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  HBRK-USEC-DISP     DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  HBRK-LEVEL-TEXT    DELIMITED BY SIZE
                  INTO HBRK-SCREEN-LINE(HBRK-LINES-USED + 4)
           END-STRING.
           IF HST-SERVICE-ITEM AND HST-BREAKER-OPEN AND HST-AUTOMATIC
               MOVE HBRK-PROBE-DISP
                   TO HBRK-SCREEN-LINE(HBRK-LINES-USED + 4)(66:3)
           END-IF.

      *  -----------------------------------------------------------
      *  Force a breaker open or closed, or hand it back to the
      *  monitor. The item is changed under the queue's ENQ so the
      *  monitor's next cycle adopts it rather than overwriting it.
      *  -----------------------------------------------------------
       CHANGE-BREAKER.
           EVALUATE HBRK-TOKEN2
               WHEN 'EC01'
                   MOVE 2 TO HBRK-ITEM
               WHEN 'EDUCHAN'
                   MOVE 3 TO HBRK-ITEM
               WHEN OTHER
                   MOVE 'SERVICE MUST BE EC01 OR EDUCHAN'
                           TO HBRK-SCREEN-LINE(3)
                   GO TO CHANGE-BREAKER-EXIT
           END-EVALUATE.
           IF HBRK-REASON-TEXT = SPACES
               MOVE 'A REASON IS REQUIRED - HBRK O|C|A SERVICE / REASON'
                       TO HBRK-SCREEN-LINE(3)
               GO TO CHANGE-BREAKER-EXIT
           END-IF.

           PERFORM GET-USER-AND-TIME.
           EXEC CICS ENQ RESOURCE(HBRK-HEALTH-TSQ)
                         LENGTH(LENGTH OF HBRK-HEALTH-TSQ)
                         RESP(HBRK-RESPCODE)
                         END-EXEC.
           PERFORM READ-HEALTH-ITEM.
           IF HBRK-RESPCODE NOT = DFHRESP(NORMAL) OR
              NOT HST-SERVICE-ITEM OR HST-SERVICE NOT = HBRK-TOKEN2
               PERFORM RELEASE-HEALTH-QUEUE
               MOVE 'MONITOR NOT RUNNING - HBRK START'
                       TO HBRK-SCREEN-LINE(3)
               GO TO CHANGE-BREAKER-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN HBRK-FORCE-OPEN
                   MOVE 'O' TO HST-FORCED-FLAG
                   MOVE 'O' TO HST-BREAKER-STATE
                   MOVE 'FORCED OPEN' TO HBRK-ACTION-TEXT
               WHEN HBRK-FORCE-CLOSED
                   MOVE 'C' TO HST-FORCED-FLAG
                   MOVE 'C' TO HST-BREAKER-STATE
                   MOVE 'FORCED CLOSED' TO HBRK-ACTION-TEXT
               WHEN OTHER
                   MOVE SPACE TO HST-FORCED-FLAG
                   MOVE HBRK-ABSTIME TO HST-NEXT-PROBE-ABSTIME
                   MOVE 'RETURNED TO MONITOR' TO HBRK-ACTION-TEXT
           END-EVALUATE.
           MOVE 0 TO HST-PROBE-OK-COUNT.
           MOVE HBRK-ABSTIME TO HST-CHANGED-ABSTIME.
           MOVE HBRK-USERID TO HST-CHANGED-BY.
           EXEC CICS WRITEQ TS QUEUE(HBRK-HEALTH-TSQ)
                               FROM(HEALTH-STATUS-RECORD)
                               LENGTH(LENGTH OF HEALTH-STATUS-RECORD)
                               ITEM(HBRK-ITEM)
                               REWRITE
                               RESP(HBRK-RESPCODE)
                               END-EXEC.
           MOVE HBRK-RESPCODE TO HBRK-REWRITE-RESP.
           PERFORM RELEASE-HEALTH-QUEUE.
           IF HBRK-REWRITE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'BREAKER NOT CHANGED - EDUHLTH UNAVAILABLE'
                       TO HBRK-SCREEN-LINE(3)
               GO TO CHANGE-BREAKER-EXIT
           END-IF.

           STRING 'EDUHBRK: ' DELIMITED BY SIZE
                  HST-SERVICE DELIMITED BY SPACE
                  ' BREAKER ' DELIMITED BY SIZE
                  HBRK-ACTION-TEXT DELIMITED BY '  '
                  ' BY ' DELIMITED BY SIZE
                  HBRK-USERID DELIMITED BY SPACE
                  ' - ' DELIMITED BY SIZE
                  HBRK-REASON-TEXT DELIMITED BY SIZE
                  INTO HBRK-ALERT-LINE
           END-STRING.
           EXEC CICS WRITEQ TD QUEUE(HBRK-ALERT-TDQ)
                     FROM(HBRK-ALERT-LINE)
                     LENGTH(LENGTH OF HBRK-ALERT-LINE)
                     RESP(HBRK-RESPCODE)
                     END-EXEC.
           STRING HST-SERVICE DELIMITED BY SPACE
                  ' BREAKER ' DELIMITED BY SIZE
                  HBRK-ACTION-TEXT DELIMITED BY '  '
                  INTO HBRK-SCREEN-LINE(3)
           END-STRING.

       CHANGE-BREAKER-EXIT.
           EXIT.

      *  -----------------------------------------------------------
       START-MONITOR.
           EXEC CICS START TRANSID(HBRK-MONITOR-TRAN)
                           RESP(HBRK-RESPCODE)
                           END-EXEC.
           IF HBRK-RESPCODE = DFHRESP(NORMAL)
               MOVE 'MONITOR START REQUESTED - HBRK S TO CHECK'
                       TO HBRK-SCREEN-LINE(3)
           ELSE
               MOVE 'MONITOR COULD NOT BE STARTED - IS HMON DEFINED?'
                       TO HBRK-SCREEN-LINE(3)
           END-IF.

      *  -----------------------------------------------------------
      *  The monitor ends at its next cycle when it finds the stop
      *  request on its own item
      *  -----------------------------------------------------------
       STOP-MONITOR.
           EXEC CICS ENQ RESOURCE(HBRK-HEALTH-TSQ)
                         LENGTH(LENGTH OF HBRK-HEALTH-TSQ)
                         RESP(HBRK-RESPCODE)
                         END-EXEC.
           MOVE 1 TO HBRK-ITEM.
           PERFORM READ-HEALTH-ITEM.
           IF HBRK-RESPCODE NOT = DFHRESP(NORMAL) OR
              HST-UPDATED-ABSTIME = 0
               PERFORM RELEASE-HEALTH-QUEUE
               MOVE 'MONITOR NOT RUNNING'
                       TO HBRK-SCREEN-LINE(3)
               GO TO STOP-MONITOR-EXIT
           END-IF.
           MOVE 'Y' TO HST-STOP-FLAG.
           EXEC CICS WRITEQ TS QUEUE(HBRK-HEALTH-TSQ)
                               FROM(HEALTH-STATUS-RECORD)
                               LENGTH(LENGTH OF HEALTH-STATUS-RECORD)
                               ITEM(HBRK-ITEM)
                               REWRITE
                               RESP(HBRK-RESPCODE)
                               END-EXEC.
           MOVE HBRK-RESPCODE TO HBRK-REWRITE-RESP.
           PERFORM RELEASE-HEALTH-QUEUE.
           IF HBRK-REWRITE-RESP NOT = DFHRESP(NORMAL)
               MOVE 'MONITOR NOT STOPPED - EDUHLTH UNAVAILABLE'
                       TO HBRK-SCREEN-LINE(3)
               GO TO STOP-MONITOR-EXIT
           END-IF.
           MOVE 'MONITOR STOP REQUESTED - ENDS AT ITS NEXT CYCLE'
                   TO HBRK-SCREEN-LINE(3).

       STOP-MONITOR-EXIT.
           EXIT.

      *  -----------------------------------------------------------
       READ-HEALTH-ITEM.
           MOVE LENGTH OF HEALTH-STATUS-RECORD TO HBRK-ITEM-LEN.
           EXEC CICS READQ TS QUEUE(HBRK-HEALTH-TSQ)
                              ITEM(HBRK-ITEM)
                              INTO(HEALTH-STATUS-RECORD)
                              LENGTH(HBRK-ITEM-LEN)
                              RESP(HBRK-RESPCODE)
                              END-EXEC.

      *  -----------------------------------------------------------
       RELEASE-HEALTH-QUEUE.
           EXEC CICS DEQ RESOURCE(HBRK-HEALTH-TSQ)
                         LENGTH(LENGTH OF HBRK-HEALTH-TSQ)
                         RESP(HBRK-RESPCODE)
                         END-EXEC.

      *  -----------------------------------------------------------
       GET-USER-AND-TIME.
           EXEC CICS ASSIGN USERID(HBRK-USERID)
                            RESP(HBRK-RESPCODE)
                            END-EXEC.
           IF HBRK-RESPCODE NOT = DFHRESP(NORMAL)
               MOVE SPACES TO HBRK-USERID
           END-IF.
           EXEC CICS ASKTIME ABSTIME(HBRK-ABSTIME)
                             END-EXEC.

      *  -----------------------------------------------------------
       SEND-SCREEN-AND-RETURN.
           EXEC CICS SEND TEXT FROM(HBRK-SCREEN)
                          LENGTH(LENGTH OF HBRK-SCREEN)
                          ERASE
                          FREEKB
                          RESP(HBRK-RESPCODE)
                          END-EXEC.
           EXEC CICS RETURN END-EXEC.
