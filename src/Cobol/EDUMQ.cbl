      * subset this program needs. Queue-manager trouble is alerted   *
      * to the CSMT operations destination; a malformed request is    *
      * answered with a FAIL reply rather than left to expire.        *
      *                                                                *
      * A request is never retried forever or silently lost: one      *
      * whose MQMD backout count has reached the PARMFILE EDUMQ/      *
      * BACKOUT threshold (default 3) - a poison message that has     *
      * abended that many tasks - is not routed again, and one whose  *
      * reply cannot be delivered (no reply-to queue, or the reply    *
      * put fails) is kept rather than dropped. Either is moved to    *
      * the dead-letter queue with the MQDLQ header (copybook MQDLQH) *
      * recording the reason, the EDUROUTE REPLYRC and the time, and  *
      * an alert goes to CSMT; the EDUDLQ transaction (MDLQ) lets     *
      * operations replay or discard it. Each message is committed    *
      * on its own, so a dead-letter put that fails backs out only    *
      * that message, leaving it on the request queue, and stops the  *
      * drain.                                                        *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 MQF-DEFAULT-QUEUE  PIC X(48) VALUE 'EDU.REQUEST.QUEUE'.
       01 MQF-ALERT-TDQ      PIC X(4) VALUE 'CSMT'.

      *  Where undeliverable and poison requests go, and the queue
      *  actually drained - recorded in the dead-letter header as
      *  where a replay puts the request back
       01 MQF-DEAD-LETTER-QUEUE PIC X(48)
                             VALUE 'EDU.DEADLETTER.QUEUE'.
       01 MQF-REQUEST-QUEUE  PIC X(48) VALUE SPACES.

      *  Backouts a request may suffer before it is dead-lettered
      *  (PARMFILE EDUMQ/BACKOUT overrides)
       01 MQF-BACKOUT-LIMIT  PIC S9(9) COMP-4 VALUE 3.

      *  Operating-parameter lookup
       01 PARM-FILE-NAME     PIC X(8) VALUE 'PARMFILE'.
       01 PARM-SEARCH-KEY.
          05 PARM-SEARCH-PROGRAM PIC X(8) VALUE 'EDUMQ'.
          05 PARM-SEARCH-NAME    PIC X(8) VALUE SPACES.

      *  MQ call interface fields
       01 MQF-HCONN          PIC S9(9) COMP-4 VALUE 0.
       01 MQF-HOBJ           PIC S9(9) COMP-4 VALUE 0.
       01 MQF-CC-WARNING             PIC S9(9) COMP-4 VALUE 1.
       01 MQF-RC-NO-MSG-AVAILABLE    PIC S9(9) COMP-4 VALUE 2033.
       01 MQF-MT-REPLY               PIC S9(9) COMP-4 VALUE 2.
       01 MQF-MT-DATAGRAM            PIC S9(9) COMP-4 VALUE 8.
       01 MQF-WAIT-3-SECONDS         PIC S9(9) COMP-4 VALUE 3000.

      *  Trigger message (MQTM version 1) from CKTI via RETRIEVE
          05 MQF-MD-PUTTIME      PIC X(8)  VALUE SPACES.
          05 MQF-MD-APPLORIGIN   PIC X(4)  VALUE SPACES.

      *  Message descriptor (MQMD version 1) for the reply PUT1,
      *  and for the dead-letter PUT1
       01 MQF-REPLY-MD.
          05 MQF-RM-STRUCID      PIC X(4)  VALUE 'MD  '.
          05 MQF-RM-VERSION      PIC S9(9) COMP-4 VALUE 1.
       01 REQBASE-CONT       PIC X(16) VALUE 'REQUESTBASE'.
       01 REQEND-CONT        PIC X(16) VALUE 'REQUESTEND'.
       01 REQCAL-CONT        PIC X(16) VALUE 'REQUESTCAL'.
       01 REQJOINT-CONT      PIC X(16) VALUE 'REQUESTJOINT'.
       01 REQCONV-CONT       PIC X(16) VALUE 'REQUESTCONV'.
       01 REQEOM-CONT        PIC X(16) VALUE 'REQUESTEOM'.
       01 REQCLIENT-CONT     PIC X(16) VALUE 'REQUESTCLIENT'.
       01 RPYSTATUS-CONT     PIC X(16) VALUE 'REPLYSTATUS'.
       01 RPYRC-CONT         PIC X(16) VALUE 'REPLYRC'.
       01 MQF-ROUTE-TIME     PIC X(19) VALUE SPACES.
       01 MQF-ROUTE-ERROR    PIC X(48) VALUE SPACES.
       01 MQF-REASON-DISP    PIC -(8)9.
       01 MQF-DLQ-REASON     PIC X(8) VALUE SPACES.
       01 MQF-DLQ-MQ-REASON  PIC S9(9) COMP-4 VALUE 0.
       01 MQF-DLQ-LENGTH     PIC S9(9) COMP-4 VALUE 0.
       01 MQF-TIME-NOW       PIC S9(15) COMP-3 VALUE 0.

       01 MQF-OPEN-ALERT.
          05 FILLER          PIC X(40) VALUE
          05 FILLER          PIC X(38) VALUE
             'EDUMQ: REPLY PUT FAILED, REASON'.
          05 MQF-PUT-REASON  PIC X(9).
       01 MQF-DLQ-ALERT.
          05 FILLER          PIC X(49) VALUE
             'EDUMQ: REQUEST MOVED TO DEAD-LETTER QUEUE, REASON'.
          05 FILLER          PIC X VALUE SPACE.
          05 MQF-DLQ-ALERT-REASON PIC X(8).
       01 MQF-DLQFAIL-ALERT.
          05 FILLER          PIC X(37) VALUE
             'EDUMQ: DEAD-LETTER PUT FAILED, REASON'.
          05 MQF-DLQFAIL-REASON PIC X(9).
          05 FILLER          PIC X(32) VALUE
             ' - REQUEST LEFT ON REQUEST QUEUE'.

      *  Request and reply messages - shared layout with the
      *  off-host callers
       COPY MQREQH.

      *  Dead-letter message - shared layout with EDUDLQ
       COPY MQDLQH.

      *  Operating-parameter record
       COPY PARMREC.

       PROCEDURE DIVISION.
      *  -----------------------------------------------------------
       MAIN-PROCESSING SECTION.
           ELSE
               MOVE MQF-DEFAULT-QUEUE TO MQF-OD-OBJECTNAME
           END-IF.
           MOVE MQF-OD-OBJECTNAME TO MQF-REQUEST-QUEUE.

           PERFORM GET-OPERATING-PARMS.

           COMPUTE MQF-OPEN-OPTIONS =
               MQF-OO-INPUT-SHARED + MQF-OO-FAIL-IF-QUIESCING
                   MOVE 'Y' TO MQF-DONE-FLAG
               WHEN MQF-COMPCODE = MQF-CC-OK OR
                    MQF-COMPCODE = MQF-CC-WARNING
                   IF MQF-MD-BACKOUTCOUNT >= MQF-BACKOUT-LIMIT
                       PERFORM SET-ASIDE-POISON-REQUEST
                   ELSE
                       PERFORM HANDLE-ONE-REQUEST
                   END-IF
                   IF NOT QUEUE-DRAINED
                       EXEC CICS SYNCPOINT
                                 RESP(MQF-RESPCODE)
                                 END-EXEC
                   END-IF
               WHEN OTHER
                   MOVE MQF-REASON TO MQF-REASON-DISP
                   MOVE MQF-REASON-DISP TO MQF-GET-REASON
                   MOVE 'Y' TO MQF-DONE-FLAG
           END-EVALUATE.

      *  -----------------------------------------------------------
      *  A request backed out this often has abended the tasks that
      *  took it - it goes to the dead-letter queue unrouted
      *  -----------------------------------------------------------
       SET-ASIDE-POISON-REQUEST.
           MOVE SPACES TO MQRPY-MESSAGE.
           MOVE ZERO TO MQRPY-RETCODE.
           MOVE ZERO TO MQRPY-DATA-LENGTH.
           MOVE 'BACKOUT' TO MQF-DLQ-REASON.
           MOVE 0 TO MQF-DLQ-MQ-REASON.
           PERFORM DEAD-LETTER-REQUEST
               THRU DEAD-LETTER-REQUEST-EXIT.

      *  -----------------------------------------------------------
      *  Drive one request through the EDUROUTE front door on a
      *  channel of its own, and turn the uniform reply containers
           END-IF.

      *  -----------------------------------------------------------
      *  Base/end dates, the holiday-calendar selection and the
      *  settlement-date roll fields travel as their own optional
      *  containers, exactly as an on-host caller of EDUROUTE would
      *  send them - absent fields stay absent so EC01's own
      *  defaulting applies
      *  -----------------------------------------------------------
       BUILD-BUSDATE-CONTAINERS.
           IF MQREQ-BASEDATE NOT = SPACES
                             RESP(MQF-RESPCODE)
                             END-EXEC
           END-IF.
           IF MQREQ-JOINT NOT = SPACES
               EXEC CICS PUT CONTAINER(REQJOINT-CONT)
                             CHANNEL(MQF-CHANNELNAME)
                             FROM(MQREQ-JOINT)
                             FLENGTH(LENGTH OF MQREQ-JOINT)
                             CHAR
                             RESP(MQF-RESPCODE)
                             END-EXEC
           END-IF.
           IF MQREQ-CONVENTION NOT = SPACES
               EXEC CICS PUT CONTAINER(REQCONV-CONT)
                             CHANNEL(MQF-CHANNELNAME)
                             FROM(MQREQ-CONVENTION)
                             FLENGTH(LENGTH OF MQREQ-CONVENTION)
                             CHAR
                             RESP(MQF-RESPCODE)
                             END-EXEC
           END-IF.
           IF MQREQ-EOM NOT = SPACES
               EXEC CICS PUT CONTAINER(REQEOM-CONT)
                             CHANNEL(MQF-CHANNELNAME)
                             FROM(MQREQ-EOM)
                             FLENGTH(LENGTH OF MQREQ-EOM)
                             CHAR
                             RESP(MQF-RESPCODE)
                             END-EXEC
           END-IF.

      *  -----------------------------------------------------------
       BUILD-EDUCHAN-CONTAINERS.
      *  -----------------------------------------------------------
      *  Answer on the caller's reply-to queue, correlated by the
      *  request's message id. A request with no reply-to queue has
      *  nowhere to answer, and one whose reply will not go - both
      *  are dead-lettered with the answer they got, not dropped.
      *  -----------------------------------------------------------
       SEND-REPLY-MESSAGE.
           IF MQF-MD-REPLYTOQ = SPACES
               MOVE 'NOREPLYQ' TO MQF-DLQ-REASON
               MOVE 0 TO MQF-DLQ-MQ-REASON
               PERFORM DEAD-LETTER-REQUEST
                   THRU DEAD-LETTER-REQUEST-EXIT
               GO TO SEND-REPLY-MESSAGE-EXIT
           END-IF.

                                LENGTH(LENGTH OF MQF-PUT-ALERT)
                                RESP(MQF-RESPCODE)
                                END-EXEC
               MOVE 'REPLYPUT' TO MQF-DLQ-REASON
               MOVE MQF-REASON TO MQF-DLQ-MQ-REASON
               PERFORM DEAD-LETTER-REQUEST
                   THRU DEAD-LETTER-REQUEST-EXIT
           END-IF.

       SEND-REPLY-MESSAGE-EXIT.
           EXIT.

      *  -----------------------------------------------------------
      *  Put the request, behind the MQDLQ header, on the dead-
      *  letter queue. The get and this put commit together; if the
      *  put fails the whole message is backed out onto the request
      *  queue - it is never lost here - and the drain stops, since
      *  every later casualty would meet the same fate.
      *  -----------------------------------------------------------
       DEAD-LETTER-REQUEST.
           MOVE SPACES TO MQDLQ-MESSAGE.
           MOVE 'EDLH' TO MQDLQ-STRUCID.
           MOVE MQF-DLQ-REASON TO MQDLQ-REASON.
           IF MQF-DLQ-MQ-REASON > 0
               MOVE MQF-DLQ-MQ-REASON TO MQDLQ-MQ-REASON
           ELSE
               MOVE 0 TO MQDLQ-MQ-REASON
           END-IF.
           MOVE MQRPY-STATUS TO MQDLQ-REPLY-STATUS.
           MOVE MQRPY-RETCODE TO MQDLQ-REPLY-RC.

           EXEC CICS ASKTIME ABSTIME(MQF-TIME-NOW)
                             END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(MQF-TIME-NOW)
                                YYYYMMDD(MQDLQ-DATE)
                                TIME(MQDLQ-TIME)
                                RESP(MQF-RESPCODE)
                                END-EXEC.

           IF MQF-MD-BACKOUTCOUNT > 0
               MOVE MQF-MD-BACKOUTCOUNT TO MQDLQ-BACKOUT-COUNT
           ELSE
               MOVE 0 TO MQDLQ-BACKOUT-COUNT
           END-IF.
           MOVE MQF-REQUEST-QUEUE TO MQDLQ-SOURCE-QUEUE.
           MOVE MQF-MD-MSGID TO MQDLQ-MSGID.
           MOVE MQF-MD-CORRELID TO MQDLQ-CORRELID.
           MOVE MQF-MD-REPLYTOQ TO MQDLQ-REPLYTOQ.
           MOVE MQF-MD-REPLYTOQMGR TO MQDLQ-REPLYTOQMGR.
           MOVE MQF-MD-USERID TO MQDLQ-PUT-USERID.
           MOVE MQF-MD-PUTDATE TO MQDLQ-PUT-DATE.
           MOVE MQF-MD-PUTTIME TO MQDLQ-PUT-TIME.

      *  A truncated request keeps only what fitted the buffer
           IF MQF-DATA-LENGTH > LENGTH OF MQREQ-MESSAGE
               MOVE LENGTH OF MQREQ-MESSAGE TO MQDLQ-REQUEST-LENGTH
           ELSE
               MOVE MQF-DATA-LENGTH TO MQDLQ-REQUEST-LENGTH
           END-IF.
           MOVE MQREQ-MESSAGE TO MQDLQ-REQUEST.

           MOVE MQF-DEAD-LETTER-QUEUE TO MQF-OD-OBJECTNAME.
           MOVE SPACES TO MQF-OD-OBJECTQMGR.
           MOVE MQF-MT-DATAGRAM TO MQF-RM-MSGTYPE.
           MOVE MQF-MD-MSGID TO MQF-RM-CORRELID.
           MOVE LOW-VALUES TO MQF-RM-MSGID.
           MOVE SPACES TO MQF-RM-REPLYTOQ.
           MOVE SPACES TO MQF-RM-REPLYTOQMGR.
           COMPUTE MQF-DLQ-LENGTH =
               LENGTH OF MQDLQ-HEADER + MQDLQ-REQUEST-LENGTH
           END-COMPUTE.

           CALL 'MQPUT1' USING MQF-HCONN, MQF-OBJDESC,
                               MQF-REPLY-MD, MQF-PUTOPTS,
                               MQF-DLQ-LENGTH, MQDLQ-MESSAGE,
                               MQF-COMPCODE, MQF-REASON.
           IF MQF-COMPCODE NOT = MQF-CC-OK
               MOVE MQF-REASON TO MQF-REASON-DISP
               MOVE MQF-REASON-DISP TO MQF-DLQFAIL-REASON
               EXEC CICS WRITEQ TD QUEUE(MQF-ALERT-TDQ)
                                FROM(MQF-DLQFAIL-ALERT)
                                LENGTH(LENGTH OF MQF-DLQFAIL-ALERT)
                                RESP(MQF-RESPCODE)
                                END-EXEC
               EXEC CICS SYNCPOINT ROLLBACK
                         RESP(MQF-RESPCODE)
                         END-EXEC
               MOVE 'Y' TO MQF-DONE-FLAG
               GO TO DEAD-LETTER-REQUEST-EXIT
           END-IF.

           MOVE MQF-DLQ-REASON TO MQF-DLQ-ALERT-REASON.
           EXEC CICS WRITEQ TD QUEUE(MQF-ALERT-TDQ)
                            FROM(MQF-DLQ-ALERT)
                            LENGTH(LENGTH OF MQF-DLQ-ALERT)
                            RESP(MQF-RESPCODE)
                            END-EXEC.

       DEAD-LETTER-REQUEST-EXIT.
           EXIT.

      *  -----------------------------------------------------------
      *  PARMFILE EDUMQ/BACKOUT - a missing or unusable record keeps
      *  the compiled-in threshold
      *  -----------------------------------------------------------
       GET-OPERATING-PARMS.
           MOVE 'BACKOUT' TO PARM-SEARCH-NAME.
           EXEC CICS READ FILE(PARM-FILE-NAME)
                          INTO(PARM-RECORD)
                          RIDFLD(PARM-SEARCH-KEY)
                          KEYLENGTH(LENGTH OF PARM-SEARCH-KEY)
                          RESP(MQF-RESPCODE)
                          END-EXEC.
           IF MQF-RESPCODE = DFHRESP(NORMAL) AND PARM-NUMBER NUMERIC
               IF PARM-NUMBER > 0
                   MOVE PARM-NUMBER TO MQF-BACKOUT-LIMIT
               END-IF
           END-IF.

      *  -----------------------------------------------------------
      *  Channels live for the task - with one channel per message
      *  a busy drain would otherwise hold every container of every
