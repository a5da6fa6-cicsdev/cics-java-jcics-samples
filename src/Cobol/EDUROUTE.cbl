      *   REQUESTMODE   CHAR  REVERSE/UPPER/LOWER (optional)           *
      *   REQUESTFUNC   CHAR  EC01 business-date function TODAY/       *
      *                       NEXTBUS/PLUSBUS/PREVBUS/MINUSBUS/        *
      *                       DIFFBUS/ADJUST (optional)                *
      *   REQUESTDAYS   CHAR  business-day count for PLUSBUS and       *
      *                       MINUSBUS, month offset for ADJUST,       *
      *                       three digits (optional)                  *
      *   REQUESTBASE   CHAR  base date YYYYMMDD replacing today as    *
      *                       the start of the business-day            *
      *                       arithmetic (optional)                    *
      *   REQUESTCAL    CHAR  HOLFILE calendar id for the business-    *
      *                       day arithmetic, DFLT when absent         *
      *                       (optional)                               *
      *   REQUESTJOINT  CHAR  up to four further calendar ids, four    *
      *                       characters each, joined with REQUESTCAL  *
      *                       into a joint calendar (optional)         *
      *   REQUESTCONV   CHAR  ADJUST roll convention FOLL/MODF/PREC/   *
      *                       MODP, FOLL when absent (optional)        *
      *   REQUESTEOM    CHAR  Y applies the end-of-month rule to an    *
      *                       ADJUST month offset (optional)           *
      *   REQUESTCLIENT CHAR  registered caller id, looked up on the   *
      *                       CLIFILE registered-caller KSDS           *
      *                       (copybook CLIREC); absent means client   *
      * and surfaced as a FAIL reply instead of rolling back up the    *
      * caller's LINK stack, so one REPLYSTATUS check covers both      *
      * back ends' failure styles.                                     *
      *                                                                *
      * While the EDUHMON health monitor (transaction HMON) is         *
      * running, every call that reaches a back end leaves its         *
      * outcome and elapsed time on the HLTQ queue for it (copybook    *
      * HLTHREC), and each back end's breaker is checked on the        *
      * EDUHLTH queue before it is called. An open breaker is          *
      * answered at once with a FAIL reply, REPLYRC -3 and a BREAKER   *
      * text in REPLYERROR, except for the one probe call let through  *
      * per probe interval to find out whether the service is back.    *
      * A breaker forced open by hand (HBRK) is honoured whether the   *
      * monitor is running or not; one the monitor opened is ignored   *
      * once the monitor's heartbeat is more than five minutes old,    *
      * so a monitor that has died cannot hold a service shut.         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 REQBASE-CONT       PIC X(16) VALUE 'REQUESTBASE'.
       01 REQEND-CONT        PIC X(16) VALUE 'REQUESTEND'.
       01 REQCAL-CONT        PIC X(16) VALUE 'REQUESTCAL'.
       01 REQJOINT-CONT      PIC X(16) VALUE 'REQUESTJOINT'.
       01 REQCONV-CONT       PIC X(16) VALUE 'REQUESTCONV'.
       01 REQEOM-CONT        PIC X(16) VALUE 'REQUESTEOM'.
       01 REQCLIENT-CONT     PIC X(16) VALUE 'REQUESTCLIENT'.
       01 CLIENT-CONT        PIC X(16) VALUE 'CLIENTID'.
       01 RPYSTATUS-CONT     PIC X(16) VALUE 'REPLYSTATUS'.
       01 ROUTE-CAL-LEN      PIC S9(8) COMP-4.
       01 ROUTE-CAL-FLAG     PIC X VALUE 'N'.
          88 ROUTE-CAL-SUPPLIED     VALUE 'Y'.
       01 ROUTE-JOINT-VALUE.
          05 ROUTE-JOINT-CAL    PIC X(4) OCCURS 4 TIMES.
       01 ROUTE-JOINT-LEN    PIC S9(8) COMP-4.
       01 ROUTE-CONV-VALUE   PIC X(4) VALUE SPACES.
       01 ROUTE-CONV-LEN     PIC S9(8) COMP-4.
       01 ROUTE-EOM-VALUE    PIC X(1) VALUE SPACES.
       01 ROUTE-EOM-LEN      PIC S9(8) COMP-4.

      *  Registered-caller checking
       01 ROUTE-CLIENT-FILE  PIC X(8) VALUE 'CLIFILE'.
       01 ROUTE-RESP-DISP    PIC -(8)9.
       01 ROUTE-ABCODE       PIC X(4) VALUE SPACES.

      *  Service health monitor - breaker check and outcome recording
       01 ROUTE-HEALTH-TSQ   PIC X(8) VALUE 'EDUHLTH'.
       01 ROUTE-HEALTH-TDQ   PIC X(4) VALUE 'HLTQ'.
       01 ROUTE-HEALTH-ITEM  PIC S9(4) COMP-4 VALUE 0.
       01 ROUTE-HEALTH-LEN   PIC S9(4) COMP-4 VALUE 0.
       01 ROUTE-STALE-MS     PIC S9(15) COMP-3 VALUE 300000.
       01 ROUTE-NOW-ABSTIME  PIC S9(15) COMP-3 VALUE 0.
       01 ROUTE-LINK-ABSTIME PIC S9(15) COMP-3 VALUE 0.
       01 ROUTE-END-ABSTIME  PIC S9(15) COMP-3 VALUE 0.
       01 ROUTE-MONITOR-FLAG PIC X VALUE 'N'.
          88 ROUTE-MONITOR-LIVE     VALUE 'Y'.
       01 ROUTE-PROBE-FLAG   PIC X VALUE 'N'.
          88 ROUTE-PROBE-CALL       VALUE 'Y'.
       01 ROUTE-CALLED-FLAG  PIC X VALUE 'N'.
          88 ROUTE-SERVICE-CALLED   VALUE 'Y'.
       01 ROUTE-OUTCOME-FLAG PIC X VALUE 'F'.

      *  Uniform reply fields
       01 ROUTE-REPLY-STATUS PIC X(4) VALUE 'OK  '.
       01 ROUTE-REPLY-RC     PIC S9(8) COMP-4 VALUE 0.
      *  registration load jobs
       COPY CLIREC.

      *  Health event and breaker records - shared layout with
      *  EDUHMON and EDUHBRK
       COPY HLTHREC.

       PROCEDURE DIVISION.
      *  -----------------------------------------------------------
       MAIN-PROCESSING SECTION.
           END-IF.

           PERFORM ROUTE-CHECK-CLIENT.
           PERFORM ROUTE-CHECK-BREAKER.

           EVALUATE ROUTE-REQUESTTYPE
               WHEN 'EC01'
                             END-EXEC
           END-EVALUATE.

      *  -----------------------------------------------------------
      *  Consult the back end's breaker on the EDUHLTH queue. No
      *  queue or no item means the monitor has never run here - the
      *  call goes ahead and no outcome is recorded. An open breaker
      *  answers FAIL without the LINK, unless this call can be the
      *  next probe.
      *  -----------------------------------------------------------
       ROUTE-CHECK-BREAKER.
           MOVE 'N' TO ROUTE-MONITOR-FLAG.
           MOVE 'N' TO ROUTE-PROBE-FLAG.
           EVALUATE ROUTE-REQUESTTYPE
               WHEN 'EC01'
                   MOVE 2 TO ROUTE-HEALTH-ITEM
               WHEN 'EDUCHAN'
                   MOVE 3 TO ROUTE-HEALTH-ITEM
               WHEN OTHER
                   MOVE 0 TO ROUTE-HEALTH-ITEM
           END-EVALUATE.

           IF ROUTE-HEALTH-ITEM > 0
               MOVE LENGTH OF HEALTH-STATUS-RECORD TO ROUTE-HEALTH-LEN
               EXEC CICS READQ TS QUEUE(ROUTE-HEALTH-TSQ)
                                  ITEM(ROUTE-HEALTH-ITEM)
                                  INTO(HEALTH-STATUS-RECORD)
                                  LENGTH(ROUTE-HEALTH-LEN)
                                  RESP(ROUTE-RESPCODE)
                                  END-EXEC
               IF ROUTE-RESPCODE = DFHRESP(NORMAL)
                   EXEC CICS ASKTIME ABSTIME(ROUTE-NOW-ABSTIME)
                                     END-EXEC
                   IF HST-UPDATED-ABSTIME > 0 AND
                      ROUTE-NOW-ABSTIME - HST-UPDATED-ABSTIME
                          <= ROUTE-STALE-MS
                       MOVE 'Y' TO ROUTE-MONITOR-FLAG
                   END-IF
                   IF HST-FORCED-OPEN
                       PERFORM ROUTE-BREAKER-REPLY
                   END-IF
                   IF HST-BREAKER-OPEN AND ROUTE-MONITOR-LIVE AND
                      NOT HST-FORCED-CLOSED
                       PERFORM ROUTE-CLAIM-PROBE
                       IF NOT ROUTE-PROBE-CALL
                           PERFORM ROUTE-BREAKER-REPLY
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *  -----------------------------------------------------------
      *  Take the probe slot if it is due, moving the next one a
      *  probe interval on under the queue's ENQ, so concurrent
      *  callers let one probe through and not a stampede
      *  -----------------------------------------------------------
       ROUTE-CLAIM-PROBE.
           EXEC CICS ENQ RESOURCE(ROUTE-HEALTH-TSQ)
                         LENGTH(LENGTH OF ROUTE-HEALTH-TSQ)
                         RESP(ROUTE-RESPCODE)
                         END-EXEC.
           MOVE LENGTH OF HEALTH-STATUS-RECORD TO ROUTE-HEALTH-LEN.
           EXEC CICS READQ TS QUEUE(ROUTE-HEALTH-TSQ)
                              ITEM(ROUTE-HEALTH-ITEM)
                              INTO(HEALTH-STATUS-RECORD)
                              LENGTH(ROUTE-HEALTH-LEN)
                              RESP(ROUTE-RESPCODE)
                              END-EXEC.
           IF ROUTE-RESPCODE = DFHRESP(NORMAL) AND
              HST-BREAKER-OPEN AND
              ROUTE-NOW-ABSTIME >= HST-NEXT-PROBE-ABSTIME
               COMPUTE HST-NEXT-PROBE-ABSTIME =
                   ROUTE-NOW-ABSTIME + HST-PROBE-INTERVAL-MS
               END-COMPUTE
               EXEC CICS WRITEQ TS QUEUE(ROUTE-HEALTH-TSQ)
                                   FROM(HEALTH-STATUS-RECORD)
                                   LENGTH(LENGTH OF
                                          HEALTH-STATUS-RECORD)
                                   ITEM(ROUTE-HEALTH-ITEM)
                                   REWRITE
                                   RESP(ROUTE-RESPCODE)
                                   END-EXEC
               IF ROUTE-RESPCODE = DFHRESP(NORMAL)
                   MOVE 'Y' TO ROUTE-PROBE-FLAG
               END-IF
           END-IF.
           EXEC CICS DEQ RESOURCE(ROUTE-HEALTH-TSQ)
                         LENGTH(LENGTH OF ROUTE-HEALTH-TSQ)
                         RESP(ROUTE-RESPCODE)
                         END-EXEC.

      *  -----------------------------------------------------------
       ROUTE-BREAKER-REPLY.
           MOVE -3 TO ROUTE-REPLY-RC.
           STRING 'SERVICE ' DELIMITED BY SIZE
                  ROUTE-REQUESTTYPE(1:8) DELIMITED BY SIZE
                  ' BREAKER OPEN - NOT CALLED' DELIMITED BY SIZE
                  INTO ROUTE-REPLY-ERROR
           END-STRING.
           PERFORM ROUTE-FAIL-REPLY.

      *  -----------------------------------------------------------
      *  Drive EC01 through its exact-length COMMAREA interface.
      *  EC01 reports a bad commarea by abending (ECOM/ECLN/ERRO),
                            END-EXEC.
           IF ROUTE-RESPCODE = DFHRESP(NORMAL)
               MOVE 'Y' TO ROUTE-FUNC-FLAG
               MOVE '04' TO LK-VERSION
               MOVE ROUTE-FUNC-VALUE(1:8) TO LK-FUNCTION
               MOVE LENGTH OF ROUTE-DAYS-VALUE TO ROUTE-DAYS-LEN
               EXEC CICS GET CONTAINER(REQDAYS-CONT)
               MOVE ROUTE-CLIENT-CAL TO LK-CALENDAR-ID
           END-IF.

      *  Optional joint calendars, roll convention and end-of-month
      *  rule - like the dates, EC01 edits them itself
           MOVE SPACES TO ROUTE-JOINT-VALUE.
           MOVE LENGTH OF ROUTE-JOINT-VALUE TO ROUTE-JOINT-LEN.
           EXEC CICS GET CONTAINER(REQJOINT-CONT)
                            CHANNEL(ROUTE-CHANNELNAME)
                            FLENGTH(ROUTE-JOINT-LEN)
                            INTO(ROUTE-JOINT-VALUE)
                            RESP(ROUTE-RESPCODE)
                            END-EXEC.
           IF ROUTE-RESPCODE = DFHRESP(NORMAL)
               MOVE ROUTE-JOINT-CAL(1) TO LK-JOINT-CALENDAR(1)
               MOVE ROUTE-JOINT-CAL(2) TO LK-JOINT-CALENDAR(2)
               MOVE ROUTE-JOINT-CAL(3) TO LK-JOINT-CALENDAR(3)
               MOVE ROUTE-JOINT-CAL(4) TO LK-JOINT-CALENDAR(4)
           END-IF.
           MOVE LENGTH OF ROUTE-CONV-VALUE TO ROUTE-CONV-LEN.
           EXEC CICS GET CONTAINER(REQCONV-CONT)
                            CHANNEL(ROUTE-CHANNELNAME)
                            FLENGTH(ROUTE-CONV-LEN)
                            INTO(ROUTE-CONV-VALUE)
                            RESP(ROUTE-RESPCODE)
                            END-EXEC.
           IF ROUTE-RESPCODE = DFHRESP(NORMAL)
               MOVE ROUTE-CONV-VALUE TO LK-CONVENTION
           END-IF.
           MOVE LENGTH OF ROUTE-EOM-VALUE TO ROUTE-EOM-LEN.
           EXEC CICS GET CONTAINER(REQEOM-CONT)
                            CHANNEL(ROUTE-CHANNELNAME)
                            FLENGTH(ROUTE-EOM-LEN)
                            INTO(ROUTE-EOM-VALUE)
                            RESP(ROUTE-RESPCODE)
                            END-EXEC.
           IF ROUTE-RESPCODE = DFHRESP(NORMAL)
               MOVE ROUTE-EOM-VALUE TO LK-EOM-RULE
           END-IF.

      *  The registered caller travels in the commarea so EC01's
      *  audit record carries it
           MOVE ROUTE-CLIENT-ID TO LK-CLIENT-ID.
           EXEC CICS HANDLE ABEND LABEL(ROUTE-EC01-ABEND)
                            END-EXEC.

      *  From here a FAIL is the service's own, for the monitor
           PERFORM ROUTE-START-CALL.
           EXEC CICS LINK PROGRAM('EC01')
                          COMMAREA(EC01-COMMAREA)
                          LENGTH(LENGTH OF EC01-COMMAREA)
           EXEC CICS HANDLE ABEND CANCEL
                            END-EXEC.

      *  A bad business-date request is the caller's fault and the
      *  service answered it; only ECAL - HOLFILE unusable - counts
      *  against EC01's health
           IF ROUTE-RESPCODE = DFHRESP(NORMAL)
               IF NOT (ROUTE-FUNC-SUPPLIED AND LK-RESULT-CAL-ERROR)
                   MOVE 'O' TO ROUTE-OUTCOME-FLAG
               END-IF
           END-IF.

           IF ROUTE-RESPCODE NOT = DFHRESP(NORMAL)
               MOVE ROUTE-RESPCODE TO ROUTE-REPLY-RC
               MOVE ROUTE-RESPCODE TO ROUTE-RESP-DISP
                            RESP(ROUTE-RESPCODE)
                            END-EXEC.

           PERFORM ROUTE-START-CALL.
           EXEC CICS LINK PROGRAM('EDUCHAN')
                          CHANNEL(ROUTE-CHANNELNAME)
                          RESP(ROUTE-RESPCODE)
                       TO ROUTE-REPLY-ERROR
               PERFORM ROUTE-FAIL-REPLY
           END-IF.
           MOVE 'O' TO ROUTE-OUTCOME-FLAG.

           MOVE SPACES TO ROUTE-REPLY-TIME.
           MOVE LENGTH OF ROUTE-REPLY-TIME TO ROUTE-ERR-LEN.
           END-STRING.
           PERFORM ROUTE-FAIL-REPLY.

      *  -----------------------------------------------------------
      *  A back end is about to be called: time the call, and
      *  count it a failure until it shows otherwise
      *  -----------------------------------------------------------
       ROUTE-START-CALL.
           MOVE 'Y' TO ROUTE-CALLED-FLAG.
           MOVE 'F' TO ROUTE-OUTCOME-FLAG.
           EXEC CICS ASKTIME ABSTIME(ROUTE-LINK-ABSTIME)
                             END-EXEC.

      *  -----------------------------------------------------------
      *  Leave the outcome of a back-end call for the health monitor.
      *  Nothing is queued while no monitor is live to drain it, and
      *  a lost event is not worth failing the caller for.
      *  -----------------------------------------------------------
       ROUTE-RECORD-OUTCOME.
           IF ROUTE-SERVICE-CALLED AND ROUTE-MONITOR-LIVE
               EXEC CICS ASKTIME ABSTIME(ROUTE-END-ABSTIME)
                                 END-EXEC
               MOVE SPACES TO HEALTH-EVENT-RECORD
               MOVE ROUTE-REQUESTTYPE(1:8) TO HEV-SERVICE
               MOVE ROUTE-CLIENT-ID TO HEV-CLIENT-ID
               MOVE ROUTE-OUTCOME-FLAG TO HEV-OUTCOME
               MOVE ROUTE-PROBE-FLAG TO HEV-PROBE-FLAG
               MOVE ROUTE-REPLY-RC TO HEV-REPLY-RC
               MOVE ROUTE-LINK-ABSTIME TO HEV-ABSTIME
               COMPUTE HEV-ELAPSED-USEC =
                   (ROUTE-END-ABSTIME - ROUTE-LINK-ABSTIME) * 1000
               END-COMPUTE
               EXEC CICS WRITEQ TD QUEUE(ROUTE-HEALTH-TDQ)
                                   FROM(HEALTH-EVENT-RECORD)
                                   LENGTH(LENGTH OF
                                          HEALTH-EVENT-RECORD)
                                   RESP(ROUTE-RESPCODE)
                                   END-EXEC
               MOVE 'N' TO ROUTE-CALLED-FLAG
           END-IF.

      *  -----------------------------------------------------------
      *  Build the uniform reply containers and return.  The OK
      *  shape carries the back end's data and timestamp; the FAIL
       ROUTE-OK-REPLY.
           MOVE 'OK  ' TO ROUTE-REPLY-STATUS.
           MOVE 0 TO ROUTE-REPLY-RC.
           PERFORM ROUTE-RECORD-OUTCOME.

           EXEC CICS PUT CONTAINER(RPYDATA-CONT)
                            CHANNEL(ROUTE-CHANNELNAME)

       ROUTE-FAIL-REPLY.
           MOVE 'FAIL' TO ROUTE-REPLY-STATUS.
           PERFORM ROUTE-RECORD-OUTCOME.

           EXEC CICS PUT CONTAINER(RPYERROR-CONT)
                            CHANNEL(ROUTE-CHANNELNAME)
