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
      * Module Name        EDUHMON.CBL                                 *
      *                                                                *
      * Service health monitor and circuit breaker for EDUROUTE        *
      *                                                                *
      * Long-running task (transaction HMON, started with HBRK START   *
      * or from the PLT) that watches EC01 and EDUCHAN as calls pass   *
      * through the EDUROUTE front door, instead of learning from the  *
      * next morning's EDURPT and EDUTREND that a back end failed      *
      * for an hour. EDUROUTE leaves one outcome record per back-end   *
      * call on the HLTQ queue (copybook HLTHREC); this task drains    *
      * it every cycle and keeps a rolling window of the last WINDOW   *
      * outcomes and elapsed times for each back end, and for each     *
      * back end and client pair.                                      *
      *                                                                *
      * Once a window holds MINCALLS calls its failure percentage and  *
      * average elapsed microseconds are judged against two pairs of   *
      * PARMFILE thresholds (program EDUHMON): FAILWARN/USECWARN raise *
      * a WARNING alert to CSMT, FAILTRIP/USECTRIP a CRITICAL one, and *
      * a return to normal is alerted too - each level once, as it is  *
      * crossed, not every cycle. A back end going CRITICAL trips its  *
      * breaker open: EDUROUTE then answers it with an immediate FAIL, *
      * letting one probe call through every PROBESEC seconds. PROBEOK *
      * probes succeeding in a row close the breaker and start a fresh *
      * window; a failed probe starts the count again. A breaker       *
      * forced open or closed with HBRK is left as forced.             *
      *                                                                *
      * The breakers, the window figures and the monitor's heartbeat   *
      * are published every cycle on the EDUHLTH queue for EDUROUTE    *
      * and HBRK. Only one monitor runs at a time (an ENQ on EDUHMON); *
      * HBRK STOP asks it to end at its next cycle, leaving any        *
      * breaker it had opened to be ignored by EDUROUTE. The cycle     *
      * interval is INTERVAL seconds, default 5, at most 60.           *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUHMON.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 HMON-HEALTH-TSQ    PIC X(8) VALUE 'EDUHLTH'.
       01 HMON-EVENT-TDQ     PIC X(4) VALUE 'HLTQ'.
       01 HMON-ALERT-TDQ     PIC X(4) VALUE 'CSMT'.
       01 HMON-PARM-FILE     PIC X(8) VALUE 'PARMFILE'.
       01 HMON-RUN-ENQ       PIC X(8) VALUE 'EDUHMON'.

       01 HMON-RESPCODE      PIC S9(8) COMP-4 VALUE 0.
       01 HMON-ITEM          PIC S9(4) COMP-4 VALUE 0.
       01 HMON-ITEM-LEN      PIC S9(4) COMP-4 VALUE 0.
       01 HMON-EVENT-LEN     PIC S9(4) COMP-4 VALUE 0.
       01 HMON-NOW-ABSTIME   PIC S9(15) COMP-3 VALUE 0.

       01 HMON-STOP-FLAG     PIC X VALUE 'N'.
          88 HMON-STOPPING          VALUE 'Y'.
       01 HMON-DRAIN-FLAG    PIC X VALUE 'N'.
          88 HMON-DRAIN-DONE        VALUE 'Y'.
       01 HMON-DRAIN-COUNT   PIC S9(8) COMP-4 VALUE 0.
       01 HMON-TDQ-ALERTED   PIC X VALUE 'N'.

      *  Thresholds and timings - PARMFILE program EDUHMON, these
      *  values when the file or a record is absent
       01 HMON-WINDOW        PIC S9(4) COMP-4 VALUE 20.
       01 HMON-MIN-CALLS     PIC S9(4) COMP-4 VALUE 10.
       01 HMON-FAIL-WARN     PIC S9(4) COMP-4 VALUE 20.
       01 HMON-FAIL-TRIP     PIC S9(4) COMP-4 VALUE 50.
       01 HMON-USEC-WARN     PIC S9(15) COMP-3 VALUE 500000.
       01 HMON-USEC-TRIP     PIC S9(15) COMP-3 VALUE 2000000.
       01 HMON-PROBE-SEC     PIC S9(8) COMP-4 VALUE 30.
       01 HMON-PROBE-OK      PIC S9(4) COMP-4 VALUE 3.
       01 HMON-INTERVAL      PIC S9(8) COMP-4 VALUE 5.
       01 HMON-DRAIN-LIMIT   PIC S9(8) COMP-4 VALUE 500.
       01 HMON-MAX-WINDOW    PIC S9(4) COMP-4 VALUE 50.
       01 HMON-PARM-NAME-HOLD PIC X(8) VALUE SPACES.
       01 HMON-PARM-NUMBER   PIC 9(8) VALUE 0.
       01 HMON-PARM-FOUND    PIC X VALUE 'N'.
          88 HMON-PARM-PRESENT      VALUE 'Y'.
       01 HMON-PARM-SEARCH-KEY.
          05 HMON-PARM-PROGRAM      PIC X(8) VALUE 'EDUHMON'.
          05 HMON-PARM-NAME         PIC X(8) VALUE SPACES.

      *  Rolling windows. Slots 1 and 2 are EC01 and EDUCHAN as a
      *  whole, and carry the breakers; slots 3 onward are back end
      *  and client pairs in the order first seen. Each window is a
      *  ring of the last HMON-WINDOW outcomes.
       01 HMON-SLOTS-USED    PIC S9(4) COMP-4 VALUE 2.
       01 HMON-SLOT-MAX      PIC S9(4) COMP-4 VALUE 32.
       01 HMON-SUB           PIC S9(4) COMP-4 VALUE 0.
       01 HMON-RING-SUB      PIC S9(4) COMP-4 VALUE 0.
       01 HMON-SERVICE-SUB   PIC S9(4) COMP-4 VALUE 0.
       01 HMON-FOUND-SUB     PIC S9(4) COMP-4 VALUE 0.
       01 HMON-SLOT-TABLE.
          05 HMON-SLOT OCCURS 32 TIMES.
             10 HMON-SLOT-SERVICE    PIC X(8).
             10 HMON-SLOT-CLIENT     PIC X(8).
             10 HMON-SLOT-NEXT       PIC S9(4) COMP-4.
             10 HMON-SLOT-FILLED     PIC S9(4) COMP-4.
             10 HMON-SLOT-LEVEL      PIC 9(1).
             10 HMON-SLOT-STATE      PIC X(1).
             10 HMON-SLOT-FORCED     PIC X(1).
             10 HMON-SLOT-OPENED     PIC X(1).
             10 HMON-SLOT-PROBE-OK   PIC S9(4) COMP-4.
             10 HMON-SLOT-NEXT-PROBE PIC S9(15) COMP-3.
             10 HMON-SLOT-CHANGED    PIC S9(15) COMP-3.
             10 HMON-SLOT-PUBLISHED  PIC S9(15) COMP-3.
             10 HMON-SLOT-CALLS      PIC S9(4) COMP-4.
             10 HMON-SLOT-FAILS      PIC S9(4) COMP-4.
             10 HMON-SLOT-PCT        PIC S9(4) COMP-4.
             10 HMON-SLOT-AVG-USEC   PIC S9(15) COMP-3.
             10 HMON-RING OCCURS 50 TIMES.
                15 HMON-RING-OUTCOME PIC X(1).
                15 HMON-RING-USEC    PIC S9(15) COMP-3.

      *  Window evaluation work fields
       01 HMON-USEC-SUM      PIC S9(17) COMP-3 VALUE 0.
       01 HMON-NEW-LEVEL     PIC 9(1) VALUE 0.
       01 HMON-ITEMS-WRITTEN PIC S9(4) COMP-4 VALUE 0.

      *  Operator alert line for CSMT
       01 HMON-ALERT-LINE    PIC X(100) VALUE SPACES.
       01 HMON-LEVEL-TEXT    PIC X(10) VALUE SPACES.
       01 HMON-PCT-DISP      PIC ZZ9.
       01 HMON-USEC-DISP     PIC Z(9)9.
       01 HMON-CALLS-DISP    PIC ZZZZ9.

      *  Health event and breaker records - shared layout with
      *  EDUROUTE and EDUHBRK
       COPY HLTHREC.

      *  Operating-parameter record - shared layout with EDUPARM
       COPY PARMREC.

       PROCEDURE DIVISION.
      *  -----------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *  -----------------------------------------------------------

           PERFORM INITIALIZE-MONITOR.
           PERFORM MONITOR-CYCLE
               UNTIL HMON-STOPPING.
           PERFORM TERMINATE-MONITOR.

           EXEC CICS RETURN END-EXEC.

      *  -----------------------------------------------------------
      *  One monitor at a time: a second HMON finds the ENQ held,
      *  says so and ends. The breakers start closed unless one was
      *  left forced by hand, which survives a restart.
      *  -----------------------------------------------------------
       INITIALIZE-MONITOR.
           EXEC CICS ENQ RESOURCE(HMON-RUN-ENQ)
                         LENGTH(LENGTH OF HMON-RUN-ENQ)
                         NOSUSPEND
                         RESP(HMON-RESPCODE)
                         END-EXEC.
           IF HMON-RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'EDUHMON: HEALTH MONITOR ALREADY RUNNING'
                       TO HMON-ALERT-LINE
               PERFORM WRITE-ALERT
               EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM GET-MONITOR-PARMS.
           EXEC CICS ASKTIME ABSTIME(HMON-NOW-ABSTIME)
                             END-EXEC.

           MOVE SPACES TO HMON-SLOT-TABLE.
           MOVE 'EC01' TO HMON-SLOT-SERVICE(1).
           MOVE 'EDUCHAN' TO HMON-SLOT-SERVICE(2).
           PERFORM INITIALIZE-ONE-SLOT
               VARYING HMON-SUB FROM 1 BY 1 UNTIL HMON-SUB > 2.

           EXEC CICS ENQ RESOURCE(HMON-HEALTH-TSQ)
                         LENGTH(LENGTH OF HMON-HEALTH-TSQ)
                         RESP(HMON-RESPCODE)
                         END-EXEC.
           PERFORM CARRY-FORCED-STATE
               VARYING HMON-SUB FROM 1 BY 1 UNTIL HMON-SUB > 2.
           EXEC CICS DELETEQ TS QUEUE(HMON-HEALTH-TSQ)
                                RESP(HMON-RESPCODE)
                                END-EXEC.

           MOVE SPACES TO HEALTH-STATUS-RECORD.
           MOVE 'M' TO HST-RECORD-TYPE.
           MOVE 'EDUHMON' TO HST-SERVICE.
           MOVE 'N' TO HST-STOP-FLAG.
           MOVE 0 TO HST-ALERT-LEVEL HST-CALLS HST-FAILS
                     HST-FAIL-PCT HST-AVG-USEC HST-PROBE-OK-COUNT
                     HST-PROBE-INTERVAL-MS HST-NEXT-PROBE-ABSTIME
                     HST-CHANGED-ABSTIME.
           MOVE HMON-NOW-ABSTIME TO HST-UPDATED-ABSTIME.
           EXEC CICS WRITEQ TS QUEUE(HMON-HEALTH-TSQ)
                               FROM(HEALTH-STATUS-RECORD)
                               LENGTH(LENGTH OF HEALTH-STATUS-RECORD)
                               ITEM(HMON-ITEM)
                               MAIN
                               RESP(HMON-RESPCODE)
                               END-EXEC.
           PERFORM BUILD-STATUS-ITEM
               VARYING HMON-SUB FROM 1 BY 1 UNTIL HMON-SUB > 2.
           MOVE 2 TO HMON-ITEMS-WRITTEN.
           EXEC CICS DEQ RESOURCE(HMON-HEALTH-TSQ)
                         LENGTH(LENGTH OF HMON-HEALTH-TSQ)
                         RESP(HMON-RESPCODE)
                         END-EXEC.

           MOVE 'EDUHMON: SERVICE HEALTH MONITOR STARTED'
                   TO HMON-ALERT-LINE.
           PERFORM WRITE-ALERT.

      *  -----------------------------------------------------------
       INITIALIZE-ONE-SLOT.
           MOVE '*' TO HMON-SLOT-CLIENT(HMON-SUB).
           PERFORM RESET-SLOT-WINDOW.
           MOVE 'C' TO HMON-SLOT-STATE(HMON-SUB).
           MOVE SPACE TO HMON-SLOT-FORCED(HMON-SUB).
           MOVE 'N' TO HMON-SLOT-OPENED(HMON-SUB).
           MOVE 0 TO HMON-SLOT-PROBE-OK(HMON-SUB).
           MOVE 0 TO HMON-SLOT-NEXT-PROBE(HMON-SUB).
           MOVE HMON-NOW-ABSTIME TO HMON-SLOT-CHANGED(HMON-SUB).

      *  -----------------------------------------------------------
      *  A window starts empty - at start, for a new pair, and when
      *  a breaker closes, so the failures that tripped it are not
      *  judged a second time
      *  -----------------------------------------------------------
       RESET-SLOT-WINDOW.
           MOVE 1 TO HMON-SLOT-NEXT(HMON-SUB).
           MOVE 0 TO HMON-SLOT-FILLED(HMON-SUB).
           MOVE 0 TO HMON-SLOT-LEVEL(HMON-SUB).
           MOVE 0 TO HMON-SLOT-CALLS(HMON-SUB).
           MOVE 0 TO HMON-SLOT-FAILS(HMON-SUB).
           MOVE 0 TO HMON-SLOT-PCT(HMON-SUB).
           MOVE 0 TO HMON-SLOT-AVG-USEC(HMON-SUB).

      *  -----------------------------------------------------------
       CARRY-FORCED-STATE.
           COMPUTE HMON-ITEM = HMON-SUB + 1 END-COMPUTE.
           MOVE LENGTH OF HEALTH-STATUS-RECORD TO HMON-ITEM-LEN.
           EXEC CICS READQ TS QUEUE(HMON-HEALTH-TSQ)
                              ITEM(HMON-ITEM)
                              INTO(HEALTH-STATUS-RECORD)
                              LENGTH(HMON-ITEM-LEN)
                              RESP(HMON-RESPCODE)
                              END-EXEC.
           IF HMON-RESPCODE = DFHRESP(NORMAL) AND HST-SERVICE-ITEM
               IF HST-FORCED-OPEN OR HST-FORCED-CLOSED
                   MOVE HST-FORCED-FLAG TO HMON-SLOT-FORCED(HMON-SUB)
                   MOVE HST-FORCED-FLAG TO HMON-SLOT-STATE(HMON-SUB)
               END-IF
           END-IF.

      *  -----------------------------------------------------------
      *  Pick up the thresholds, keeping the compiled-in default for
      *  any record that is absent or out of range
      *  -----------------------------------------------------------
       GET-MONITOR-PARMS.
           MOVE 'WINDOW' TO HMON-PARM-NAME-HOLD.
           PERFORM READ-MONITOR-PARM.
           IF HMON-PARM-PRESENT AND HMON-PARM-NUMBER > 0 AND
              HMON-PARM-NUMBER <= HMON-MAX-WINDOW
               MOVE HMON-PARM-NUMBER TO HMON-WINDOW
           END-IF.
           MOVE 'MINCALLS' TO HMON-PARM-NAME-HOLD.
           PERFORM READ-MONITOR-PARM.
           IF HMON-PARM-PRESENT AND HMON-PARM-NUMBER > 0 AND
              HMON-PARM-NUMBER <= HMON-MAX-WINDOW
               MOVE HMON-PARM-NUMBER TO HMON-MIN-CALLS
           END-IF.
           IF HMON-MIN-CALLS > HMON-WINDOW
               MOVE HMON-WINDOW TO HMON-MIN-CALLS
           END-IF.
           MOVE 'FAILWARN' TO HMON-PARM-NAME-HOLD.
           PERFORM READ-MONITOR-PARM.
           IF HMON-PARM-PRESENT AND HMON-PARM-NUMBER > 0 AND
              HMON-PARM-NUMBER <= 100
               MOVE HMON-PARM-NUMBER TO HMON-FAIL-WARN
           END-IF.
           MOVE 'FAILTRIP' TO HMON-PARM-NAME-HOLD.
           PERFORM READ-MONITOR-PARM.
           IF HMON-PARM-PRESENT AND HMON-PARM-NUMBER > 0 AND
              HMON-PARM-NUMBER <= 100
               MOVE HMON-PARM-NUMBER TO HMON-FAIL-TRIP
           END-IF.
           MOVE 'USECWARN' TO HMON-PARM-NAME-HOLD.
           PERFORM READ-MONITOR-PARM.
           IF HMON-PARM-PRESENT AND HMON-PARM-NUMBER > 0
               MOVE HMON-PARM-NUMBER TO HMON-USEC-WARN
           END-IF.
           MOVE 'USECTRIP' TO HMON-PARM-NAME-HOLD.
           PERFORM READ-MONITOR-PARM.
           IF HMON-PARM-PRESENT AND HMON-PARM-NUMBER > 0
               MOVE HMON-PARM-NUMBER TO HMON-USEC-TRIP
           END-IF.
           MOVE 'PROBESEC' TO HMON-PARM-NAME-HOLD.
           PERFORM READ-MONITOR-PARM.
           IF HMON-PARM-PRESENT AND HMON-PARM-NUMBER > 0 AND
              HMON-PARM-NUMBER <= 3600
               MOVE HMON-PARM-NUMBER TO HMON-PROBE-SEC
           END-IF.
           MOVE 'PROBEOK' TO HMON-PARM-NAME-HOLD.
           PERFORM READ-MONITOR-PARM.
           IF HMON-PARM-PRESENT AND HMON-PARM-NUMBER > 0 AND
              HMON-PARM-NUMBER <= 99
               MOVE HMON-PARM-NUMBER TO HMON-PROBE-OK
           END-IF.
           MOVE 'INTERVAL' TO HMON-PARM-NAME-HOLD.
           PERFORM READ-MONITOR-PARM.
           IF HMON-PARM-PRESENT AND HMON-PARM-NUMBER > 0 AND
              HMON-PARM-NUMBER <= 60
               MOVE HMON-PARM-NUMBER TO HMON-INTERVAL
           END-IF.

      *  -----------------------------------------------------------
       READ-MONITOR-PARM.
           MOVE 'N' TO HMON-PARM-FOUND.
           MOVE HMON-PARM-NAME-HOLD TO HMON-PARM-NAME.
           EXEC CICS READ FILE(HMON-PARM-FILE)
                          INTO(PARM-RECORD)
                          RIDFLD(HMON-PARM-SEARCH-KEY)
                          KEYLENGTH(LENGTH OF HMON-PARM-SEARCH-KEY)
                          RESP(HMON-RESPCODE)
                          END-EXEC.
           IF HMON-RESPCODE = DFHRESP(NORMAL) AND PARM-NUMBER NUMERIC
               MOVE 'Y' TO HMON-PARM-FOUND
               MOVE PARM-NUMBER TO HMON-PARM-NUMBER
           END-IF.

      *  -----------------------------------------------------------
      *  Drain what EDUROUTE has queued, judge every window, publish
      *  the result, then wait for the next cycle
      *  -----------------------------------------------------------
       MONITOR-CYCLE.
           MOVE 'N' TO HMON-DRAIN-FLAG.
           MOVE 0 TO HMON-DRAIN-COUNT.
           PERFORM DRAIN-ONE-EVENT
               UNTIL HMON-DRAIN-DONE.

           EXEC CICS ASKTIME ABSTIME(HMON-NOW-ABSTIME)
                             END-EXEC.
           PERFORM EVALUATE-SLOT
               VARYING HMON-SUB FROM 1 BY 1
               UNTIL HMON-SUB > HMON-SLOTS-USED.
           PERFORM PUBLISH-STATUS.
           EXEC CICS SYNCPOINT END-EXEC.

           IF NOT HMON-STOPPING
               EXEC CICS DELAY FOR SECONDS(HMON-INTERVAL)
                               RESP(HMON-RESPCODE)
                               END-EXEC
           END-IF.

      *  -----------------------------------------------------------
      *  One outcome off HLTQ. A busy cycle stops at the drain limit
      *  so the breakers are still judged and published on time.
      *  -----------------------------------------------------------
       DRAIN-ONE-EVENT.
           MOVE LENGTH OF HEALTH-EVENT-RECORD TO HMON-EVENT-LEN.
           EXEC CICS READQ TD QUEUE(HMON-EVENT-TDQ)
                              INTO(HEALTH-EVENT-RECORD)
                              LENGTH(HMON-EVENT-LEN)
                              RESP(HMON-RESPCODE)
                              END-EXEC.
           EVALUATE TRUE
               WHEN HMON-RESPCODE = DFHRESP(NORMAL)
                   PERFORM APPLY-ONE-EVENT
                   ADD 1 TO HMON-DRAIN-COUNT
                   IF HMON-DRAIN-COUNT >= HMON-DRAIN-LIMIT
                       MOVE 'Y' TO HMON-DRAIN-FLAG
                   END-IF
               WHEN HMON-RESPCODE = DFHRESP(QZERO)
                   MOVE 'Y' TO HMON-DRAIN-FLAG
               WHEN OTHER
                   MOVE 'Y' TO HMON-DRAIN-FLAG
                   IF HMON-TDQ-ALERTED NOT = 'Y'
                       MOVE 'Y' TO HMON-TDQ-ALERTED
                       MOVE 'EDUHMON: HLTQ UNREADABLE - NO OUTCOMES'
                               TO HMON-ALERT-LINE
                       PERFORM WRITE-ALERT
                   END-IF
           END-EVALUATE.

      *  -----------------------------------------------------------
      *  A probe only speaks for the breaker; every other call goes
      *  into its back end's window and its client pair's window
      *  -----------------------------------------------------------
       APPLY-ONE-EVENT.
           EVALUATE HEV-SERVICE
               WHEN 'EC01'
                   MOVE 1 TO HMON-SERVICE-SUB
               WHEN 'EDUCHAN'
                   MOVE 2 TO HMON-SERVICE-SUB
               WHEN OTHER
                   MOVE 0 TO HMON-SERVICE-SUB
           END-EVALUATE.

           IF HMON-SERVICE-SUB > 0
               IF HEV-PROBE-CALL
                   MOVE HMON-SERVICE-SUB TO HMON-SUB
                   PERFORM APPLY-PROBE-OUTCOME
               ELSE
                   MOVE HMON-SERVICE-SUB TO HMON-SUB
                   PERFORM ADD-TO-WINDOW
                   PERFORM FIND-CLIENT-SLOT
                   IF HMON-FOUND-SUB > 0
                       MOVE HMON-FOUND-SUB TO HMON-SUB
                       PERFORM ADD-TO-WINDOW
                   END-IF
               END-IF
           END-IF.

      *  -----------------------------------------------------------
       ADD-TO-WINDOW.
           MOVE HMON-SLOT-NEXT(HMON-SUB) TO HMON-RING-SUB.
           MOVE HEV-OUTCOME
                   TO HMON-RING-OUTCOME(HMON-SUB, HMON-RING-SUB).
           MOVE HEV-ELAPSED-USEC
                   TO HMON-RING-USEC(HMON-SUB, HMON-RING-SUB).
           ADD 1 TO HMON-SLOT-NEXT(HMON-SUB).
           IF HMON-SLOT-NEXT(HMON-SUB) > HMON-WINDOW
               MOVE 1 TO HMON-SLOT-NEXT(HMON-SUB)
           END-IF.
           IF HMON-SLOT-FILLED(HMON-SUB) < HMON-WINDOW
               ADD 1 TO HMON-SLOT-FILLED(HMON-SUB)
           END-IF.

      *  -----------------------------------------------------------
      *  Find the back end and client pair's slot, taking the next
      *  free one for a pair not seen before. With the table full a
      *  new pair still counts in its back end's window.
      *  -----------------------------------------------------------
       FIND-CLIENT-SLOT.
           MOVE 0 TO HMON-FOUND-SUB.
           PERFORM TEST-ONE-CLIENT-SLOT
               VARYING HMON-SUB FROM 3 BY 1
               UNTIL HMON-SUB > HMON-SLOTS-USED OR HMON-FOUND-SUB > 0.
           IF HMON-FOUND-SUB = 0 AND HMON-SLOTS-USED < HMON-SLOT-MAX
               ADD 1 TO HMON-SLOTS-USED
               MOVE HMON-SLOTS-USED TO HMON-SUB HMON-FOUND-SUB
               MOVE HEV-SERVICE TO HMON-SLOT-SERVICE(HMON-SUB)
               MOVE HEV-CLIENT-ID TO HMON-SLOT-CLIENT(HMON-SUB)
               PERFORM RESET-SLOT-WINDOW
               MOVE SPACE TO HMON-SLOT-STATE(HMON-SUB)
               MOVE SPACE TO HMON-SLOT-FORCED(HMON-SUB)
               MOVE 'N' TO HMON-SLOT-OPENED(HMON-SUB)
               MOVE 0 TO HMON-SLOT-PROBE-OK(HMON-SUB)
               MOVE 0 TO HMON-SLOT-NEXT-PROBE(HMON-SUB)
               MOVE 0 TO HMON-SLOT-CHANGED(HMON-SUB)
           END-IF.

      *  -----------------------------------------------------------
       TEST-ONE-CLIENT-SLOT.
           IF HMON-SLOT-SERVICE(HMON-SUB) = HEV-SERVICE AND
              HMON-SLOT-CLIENT(HMON-SUB) = HEV-CLIENT-ID
               MOVE HMON-SUB TO HMON-FOUND-SUB
           END-IF.

      *  -----------------------------------------------------------
      *  PROBEOK good probes in a row close an automatic breaker; a
      *  failed one starts the count again
      *  -----------------------------------------------------------
       APPLY-PROBE-OUTCOME.
           IF HMON-SLOT-STATE(HMON-SUB) = 'O' AND
              HMON-SLOT-FORCED(HMON-SUB) = SPACE
               IF HEV-OUTCOME-OK
                   ADD 1 TO HMON-SLOT-PROBE-OK(HMON-SUB)
                   IF HMON-SLOT-PROBE-OK(HMON-SUB) >= HMON-PROBE-OK
                       PERFORM CLOSE-BREAKER
                   END-IF
               ELSE
                   MOVE 0 TO HMON-SLOT-PROBE-OK(HMON-SUB)
               END-IF
           END-IF.

      *  -----------------------------------------------------------
       CLOSE-BREAKER.
           EXEC CICS ASKTIME ABSTIME(HMON-NOW-ABSTIME)
                             END-EXEC.
           MOVE 'C' TO HMON-SLOT-STATE(HMON-SUB).
           MOVE 0 TO HMON-SLOT-PROBE-OK(HMON-SUB).
           MOVE HMON-NOW-ABSTIME TO HMON-SLOT-CHANGED(HMON-SUB).
           PERFORM RESET-SLOT-WINDOW.
           MOVE SPACES TO HMON-ALERT-LINE.
           STRING 'EDUHMON: ' DELIMITED BY SIZE
                  HMON-SLOT-SERVICE(HMON-SUB) DELIMITED BY SPACE
                  ' BREAKER CLOSED - PROBE CALLS SUCCEEDING'
                  DELIMITED BY SIZE
                  INTO HMON-ALERT-LINE
           END-STRING.
           PERFORM WRITE-ALERT.

      *  -----------------------------------------------------------
      *  Judge one window: alert each level as it is crossed, and
      *  trip a back end's automatic breaker on CRITICAL
      *  -----------------------------------------------------------
       EVALUATE-SLOT.
           MOVE HMON-SLOT-FILLED(HMON-SUB) TO HMON-SLOT-CALLS(HMON-SUB).
           MOVE 0 TO HMON-SLOT-FAILS(HMON-SUB).
           MOVE 0 TO HMON-USEC-SUM.
           PERFORM SUM-ONE-RING-ENTRY
               VARYING HMON-RING-SUB FROM 1 BY 1
               UNTIL HMON-RING-SUB > HMON-SLOT-FILLED(HMON-SUB).

           MOVE 0 TO HMON-SLOT-PCT(HMON-SUB).
           MOVE 0 TO HMON-SLOT-AVG-USEC(HMON-SUB).
           IF HMON-SLOT-CALLS(HMON-SUB) > 0
               COMPUTE HMON-SLOT-PCT(HMON-SUB) =
                   HMON-SLOT-FAILS(HMON-SUB) * 100
                       / HMON-SLOT-CALLS(HMON-SUB)
               END-COMPUTE
               COMPUTE HMON-SLOT-AVG-USEC(HMON-SUB) =
                   HMON-USEC-SUM / HMON-SLOT-CALLS(HMON-SUB)
               END-COMPUTE
           END-IF.

           MOVE 0 TO HMON-NEW-LEVEL.
           IF HMON-SLOT-CALLS(HMON-SUB) >= HMON-MIN-CALLS
               IF HMON-SLOT-PCT(HMON-SUB) >= HMON-FAIL-WARN OR
                  HMON-SLOT-AVG-USEC(HMON-SUB) >= HMON-USEC-WARN
                   MOVE 1 TO HMON-NEW-LEVEL
               END-IF
               IF HMON-SLOT-PCT(HMON-SUB) >= HMON-FAIL-TRIP OR
                  HMON-SLOT-AVG-USEC(HMON-SUB) >= HMON-USEC-TRIP
                   MOVE 2 TO HMON-NEW-LEVEL
               END-IF
           END-IF.

           IF HMON-NEW-LEVEL NOT = HMON-SLOT-LEVEL(HMON-SUB)
               IF HMON-NEW-LEVEL > HMON-SLOT-LEVEL(HMON-SUB) OR
                  HMON-NEW-LEVEL = 0
                   PERFORM WRITE-LEVEL-ALERT
               END-IF
               MOVE HMON-NEW-LEVEL TO HMON-SLOT-LEVEL(HMON-SUB)
           END-IF.

           IF HMON-SUB <= 2 AND HMON-NEW-LEVEL = 2 AND
              HMON-SLOT-STATE(HMON-SUB) = 'C' AND
              HMON-SLOT-FORCED(HMON-SUB) = SPACE
               PERFORM OPEN-BREAKER
           END-IF.

      *  -----------------------------------------------------------
       SUM-ONE-RING-ENTRY.
           IF HMON-RING-OUTCOME(HMON-SUB, HMON-RING-SUB) = 'F'
               ADD 1 TO HMON-SLOT-FAILS(HMON-SUB)
           END-IF.
           ADD HMON-RING-USEC(HMON-SUB, HMON-RING-SUB)
               TO HMON-USEC-SUM.

      *  -----------------------------------------------------------
       OPEN-BREAKER.
           MOVE 'O' TO HMON-SLOT-STATE(HMON-SUB).
           MOVE 'Y' TO HMON-SLOT-OPENED(HMON-SUB).
           MOVE 0 TO HMON-SLOT-PROBE-OK(HMON-SUB).
           MOVE HMON-NOW-ABSTIME TO HMON-SLOT-CHANGED(HMON-SUB).
           COMPUTE HMON-SLOT-NEXT-PROBE(HMON-SUB) =
               HMON-NOW-ABSTIME + HMON-PROBE-SEC * 1000
           END-COMPUTE.
           MOVE SPACES TO HMON-ALERT-LINE.
           MOVE HMON-PROBE-SEC TO HMON-CALLS-DISP.
           STRING 'EDUHMON: ' DELIMITED BY SIZE
                  HMON-SLOT-SERVICE(HMON-SUB) DELIMITED BY SPACE
                  ' BREAKER OPENED - CALLS FAILED AT ONCE, ONE PROBE'
                  DELIMITED BY SIZE
                  ' EVERY' DELIMITED BY SIZE
                  HMON-CALLS-DISP DELIMITED BY SIZE
                  ' SECONDS' DELIMITED BY SIZE
                  INTO HMON-ALERT-LINE
           END-STRING.
           PERFORM WRITE-ALERT.

      *  -----------------------------------------------------------
       WRITE-LEVEL-ALERT.
           EVALUATE HMON-NEW-LEVEL
               WHEN 0
                   MOVE 'RECOVERED' TO HMON-LEVEL-TEXT
               WHEN 1
                   MOVE 'WARNING' TO HMON-LEVEL-TEXT
               WHEN OTHER
                   MOVE 'CRITICAL' TO HMON-LEVEL-TEXT
           END-EVALUATE.
           MOVE HMON-SLOT-PCT(HMON-SUB) TO HMON-PCT-DISP.
           MOVE HMON-SLOT-AVG-USEC(HMON-SUB) TO HMON-USEC-DISP.
           MOVE HMON-SLOT-CALLS(HMON-SUB) TO HMON-CALLS-DISP.
           MOVE SPACES TO HMON-ALERT-LINE.
           STRING 'EDUHMON: ' DELIMITED BY SIZE
                  HMON-LEVEL-TEXT DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  HMON-SLOT-SERVICE(HMON-SUB) DELIMITED BY SPACE
                  ' CLIENT ' DELIMITED BY SIZE
                  HMON-SLOT-CLIENT(HMON-SUB) DELIMITED BY SPACE
                  ' FAIL%' DELIMITED BY SIZE
                  HMON-PCT-DISP DELIMITED BY SIZE
                  ' AVG USEC' DELIMITED BY SIZE
                  HMON-USEC-DISP DELIMITED BY SIZE
                  ' OVER' DELIMITED BY SIZE
                  HMON-CALLS-DISP DELIMITED BY SIZE
                  ' CALLS' DELIMITED BY SIZE
                  INTO HMON-ALERT-LINE
           END-STRING.
           PERFORM WRITE-ALERT.

      *  -----------------------------------------------------------
      *  Publish the heartbeat and every slot on EDUHLTH under the
      *  queue's ENQ. A change HBRK made to a breaker since the last
      *  cycle is adopted first, and EDUROUTE's own next-probe time
      *  is kept unless the breaker has only just been opened.
      *  -----------------------------------------------------------
       PUBLISH-STATUS.
           EXEC CICS ENQ RESOURCE(HMON-HEALTH-TSQ)
                         LENGTH(LENGTH OF HMON-HEALTH-TSQ)
                         RESP(HMON-RESPCODE)
                         END-EXEC.

           MOVE 1 TO HMON-ITEM.
           MOVE LENGTH OF HEALTH-STATUS-RECORD TO HMON-ITEM-LEN.
           EXEC CICS READQ TS QUEUE(HMON-HEALTH-TSQ)
                              ITEM(HMON-ITEM)
                              INTO(HEALTH-STATUS-RECORD)
                              LENGTH(HMON-ITEM-LEN)
                              RESP(HMON-RESPCODE)
                              END-EXEC.
           IF HMON-RESPCODE = DFHRESP(NORMAL)
               IF HST-STOP-REQUESTED
                   MOVE 'Y' TO HMON-STOP-FLAG
               END-IF
               MOVE HMON-NOW-ABSTIME TO HST-UPDATED-ABSTIME
               EXEC CICS WRITEQ TS QUEUE(HMON-HEALTH-TSQ)
                                   FROM(HEALTH-STATUS-RECORD)
                                   LENGTH(LENGTH OF
                                          HEALTH-STATUS-RECORD)
                                   ITEM(HMON-ITEM)
                                   REWRITE
                                   RESP(HMON-RESPCODE)
                                   END-EXEC
           END-IF.

           PERFORM PUBLISH-ONE-SLOT
               VARYING HMON-SUB FROM 1 BY 1
               UNTIL HMON-SUB > HMON-SLOTS-USED.

           EXEC CICS DEQ RESOURCE(HMON-HEALTH-TSQ)
                         LENGTH(LENGTH OF HMON-HEALTH-TSQ)
                         RESP(HMON-RESPCODE)
                         END-EXEC.

      *  -----------------------------------------------------------
       PUBLISH-ONE-SLOT.
           COMPUTE HMON-ITEM = HMON-SUB + 1 END-COMPUTE.
           MOVE SPACES TO HEALTH-STATUS-RECORD.
           IF HMON-SUB <= 2
               MOVE LENGTH OF HEALTH-STATUS-RECORD TO HMON-ITEM-LEN
               EXEC CICS READQ TS QUEUE(HMON-HEALTH-TSQ)
                                  ITEM(HMON-ITEM)
                                  INTO(HEALTH-STATUS-RECORD)
                                  LENGTH(HMON-ITEM-LEN)
                                  RESP(HMON-RESPCODE)
                                  END-EXEC
               IF HMON-RESPCODE = DFHRESP(NORMAL)
                   PERFORM ADOPT-OPERATOR-CHANGE
               ELSE
                   MOVE SPACES TO HEALTH-STATUS-RECORD
               END-IF
           END-IF.

           IF HMON-SUB > HMON-ITEMS-WRITTEN
               PERFORM BUILD-STATUS-ITEM
               ADD 1 TO HMON-ITEMS-WRITTEN
           ELSE
               PERFORM FILL-STATUS-ITEM
               EXEC CICS WRITEQ TS QUEUE(HMON-HEALTH-TSQ)
                                   FROM(HEALTH-STATUS-RECORD)
                                   LENGTH(LENGTH OF
                                          HEALTH-STATUS-RECORD)
                                   ITEM(HMON-ITEM)
                                   REWRITE
                                   RESP(HMON-RESPCODE)
                                   END-EXEC
           END-IF.

      *  -----------------------------------------------------------
      *  HBRK forces a breaker by setting the forced flag and the
      *  state together and stamping the change time; releasing it
      *  leaves the state to the monitor again. A change time other
      *  than the one last published is the operator's, and wins.
      *  A breaker closed by hand gets a fresh window.
      *  -----------------------------------------------------------
       ADOPT-OPERATOR-CHANGE.
           IF HST-CHANGED-ABSTIME NOT = HMON-SLOT-PUBLISHED(HMON-SUB)
               IF HST-BREAKER-CLOSED AND
                  HMON-SLOT-STATE(HMON-SUB) = 'O'
                   PERFORM RESET-SLOT-WINDOW
               END-IF
               MOVE HST-FORCED-FLAG TO HMON-SLOT-FORCED(HMON-SUB)
               MOVE HST-BREAKER-STATE TO HMON-SLOT-STATE(HMON-SUB)
               MOVE HST-CHANGED-ABSTIME TO HMON-SLOT-CHANGED(HMON-SUB)
               MOVE 0 TO HMON-SLOT-PROBE-OK(HMON-SUB)
           END-IF.
           IF HMON-SLOT-OPENED(HMON-SUB) = 'Y'
               MOVE 'N' TO HMON-SLOT-OPENED(HMON-SUB)
           ELSE
               MOVE HST-NEXT-PROBE-ABSTIME
                       TO HMON-SLOT-NEXT-PROBE(HMON-SUB)
           END-IF.

      *  -----------------------------------------------------------
      *  First publication of a slot - appended, so slot n is
      *  always item n + 1
      *  -----------------------------------------------------------
       BUILD-STATUS-ITEM.
           MOVE SPACES TO HEALTH-STATUS-RECORD.
           PERFORM FILL-STATUS-ITEM.
           EXEC CICS WRITEQ TS QUEUE(HMON-HEALTH-TSQ)
                               FROM(HEALTH-STATUS-RECORD)
                               LENGTH(LENGTH OF HEALTH-STATUS-RECORD)
                               ITEM(HMON-ITEM)
                               MAIN
                               RESP(HMON-RESPCODE)
                               END-EXEC.

      *  -----------------------------------------------------------
       FILL-STATUS-ITEM.
           IF HMON-SUB <= 2
               MOVE 'S' TO HST-RECORD-TYPE
           ELSE
               MOVE 'C' TO HST-RECORD-TYPE
           END-IF.
           MOVE HMON-SLOT-SERVICE(HMON-SUB) TO HST-SERVICE.
           MOVE HMON-SLOT-CLIENT(HMON-SUB) TO HST-CLIENT-ID.
           MOVE HMON-SLOT-STATE(HMON-SUB) TO HST-BREAKER-STATE.
           MOVE HMON-SLOT-FORCED(HMON-SUB) TO HST-FORCED-FLAG.
           MOVE HMON-SLOT-LEVEL(HMON-SUB) TO HST-ALERT-LEVEL.
           MOVE HMON-SLOT-CALLS(HMON-SUB) TO HST-CALLS.
           MOVE HMON-SLOT-FAILS(HMON-SUB) TO HST-FAILS.
           MOVE HMON-SLOT-PCT(HMON-SUB) TO HST-FAIL-PCT.
           MOVE HMON-SLOT-AVG-USEC(HMON-SUB) TO HST-AVG-USEC.
           MOVE HMON-SLOT-PROBE-OK(HMON-SUB) TO HST-PROBE-OK-COUNT.
           MOVE 'N' TO HST-STOP-FLAG.
           COMPUTE HST-PROBE-INTERVAL-MS = HMON-PROBE-SEC * 1000
           END-COMPUTE.
           MOVE HMON-SLOT-NEXT-PROBE(HMON-SUB)
                   TO HST-NEXT-PROBE-ABSTIME.
           MOVE HMON-NOW-ABSTIME TO HST-UPDATED-ABSTIME.
           MOVE HMON-SLOT-CHANGED(HMON-SUB) TO HST-CHANGED-ABSTIME.
           MOVE HMON-SLOT-CHANGED(HMON-SUB)
                   TO HMON-SLOT-PUBLISHED(HMON-SUB).

      *  -----------------------------------------------------------
      *  Stopping: the service items lose their heartbeat, so
      *  EDUROUTE stops queueing outcomes and ignores any breaker
      *  the monitor had opened - a forced breaker still holds
      *  -----------------------------------------------------------
       TERMINATE-MONITOR.
           EXEC CICS ENQ RESOURCE(HMON-HEALTH-TSQ)
                         LENGTH(LENGTH OF HMON-HEALTH-TSQ)
                         RESP(HMON-RESPCODE)
                         END-EXEC.
           PERFORM CLEAR-ONE-HEARTBEAT
               VARYING HMON-ITEM FROM 1 BY 1 UNTIL HMON-ITEM > 3.
           EXEC CICS DEQ RESOURCE(HMON-HEALTH-TSQ)
                         LENGTH(LENGTH OF HMON-HEALTH-TSQ)
                         RESP(HMON-RESPCODE)
                         END-EXEC.
           MOVE 'EDUHMON: SERVICE HEALTH MONITOR STOPPED'
                   TO HMON-ALERT-LINE.
           PERFORM WRITE-ALERT.
           EXEC CICS DEQ RESOURCE(HMON-RUN-ENQ)
                         LENGTH(LENGTH OF HMON-RUN-ENQ)
                         RESP(HMON-RESPCODE)
                         END-EXEC.

      *  -----------------------------------------------------------
       CLEAR-ONE-HEARTBEAT.
           MOVE LENGTH OF HEALTH-STATUS-RECORD TO HMON-ITEM-LEN.
           EXEC CICS READQ TS QUEUE(HMON-HEALTH-TSQ)
                              ITEM(HMON-ITEM)
                              INTO(HEALTH-STATUS-RECORD)
                              LENGTH(HMON-ITEM-LEN)
                              RESP(HMON-RESPCODE)
                              END-EXEC.
           IF HMON-RESPCODE = DFHRESP(NORMAL)
               MOVE 0 TO HST-UPDATED-ABSTIME
               MOVE 'N' TO HST-STOP-FLAG
               EXEC CICS WRITEQ TS QUEUE(HMON-HEALTH-TSQ)
                                   FROM(HEALTH-STATUS-RECORD)
                                   LENGTH(LENGTH OF
                                          HEALTH-STATUS-RECORD)
                                   ITEM(HMON-ITEM)
                                   REWRITE
                                   RESP(HMON-RESPCODE)
                                   END-EXEC
           END-IF.

      *  -----------------------------------------------------------
       WRITE-ALERT.
           EXEC CICS WRITEQ TD QUEUE(HMON-ALERT-TDQ)
                     FROM(HMON-ALERT-LINE)
                     LENGTH(LENGTH OF HMON-ALERT-LINE)
                     RESP(HMON-RESPCODE)
                     END-EXEC.
