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
      * Module Name        EDUDLQ.CBL                                  *
      *                                                                *
      * Operator screen over the EDUMQ dead-letter queue               *
      *                                                                *
      * Pseudo-conversational 3270 transaction (MDLQ) for operations.  *
      * EDUMQ moves a request to the dead-letter queue when it has     *
      * been backed out too often or its reply cannot be delivered     *
      * (copybook MQDLQH); this transaction browses that queue, shows  *
      * a message decoded into its MQREQH request fields, and puts it  *
      * back on the request queue it came from or throws it away.      *
      *                                                                *
      * Commands (typed after the transaction id, free format):        *
      *                                                                *
      *   MDLQ                 list the dead-lettered messages, oldest *
      *                        first                                   *
      *   MDLQ N               page forward through the list           *
      *   MDLQ L               list the current page again             *
      *   MDLQ S nn            show line nn of the current page in     *
      *                        full - the dead-letter header and the   *
      *                        request's MQREQH fields                 *
      *   MDLQ R nn            replay line nn to its request queue     *
      *   MDLQ D nn            discard line nn                         *
      *   MDLQ X               end                                     *
      *                                                                *
      * A replay puts the request back exactly as the caller sent it - *
      * same message and correlation ids, same reply-to queue - so the *
      * caller's reply still correlates, with a fresh backout count.   *
      * A request with no reply-to queue is not replayed, since EDUMQ  *
      * would only dead-letter it again; it can be discarded. A        *
      * message on the queue without the EDUMQ header can only be      *
      * discarded.                                                     *
      *                                                                *
      * Every replay and discard is written to the audit trail (AUDQ,  *
      * copybook AUDITREC) as program EDUDLQ, status RPLY or DISC,     *
      * with the operator, the dead-letter reason, time and backout    *
      * count, the REPLYRC the request was answered with and where it  *
      * went; the record names the region and is numbered from that    *
      * region's PARMFILE EDUDLQ/AUDSxxxx counter (xxxx the SYSID).    *
      * The get, the replay put and the audit record are one unit of   *
      * work: if the audit record cannot be queued the message stays   *
      * on the dead-letter queue and nothing has happened.             *
      *                                                                *
      * The payload on the detail screen is shown as sent only to the  *
      * users listed on MASKFILE (key U + userid); for everyone else   *
      * it is put through the client's masking rule for the service    *
      * by the EDUMASK routine, as the AINQ inquiry does.              *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUDLQ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 DLQ-TRANSID        PIC X(4) VALUE 'MDLQ'.
       01 DLQ-QUEUE-NAME     PIC X(48) VALUE 'EDU.DEADLETTER.QUEUE'.
       01 DLQ-AUDIT-TDQ      PIC X(4) VALUE 'AUDQ'.
       01 DLQ-MASK-FILE      PIC X(8) VALUE 'MASKFILE'.

      *  Terminal input and its parsed tokens
       01 DLQ-INPUT-LENGTH   PIC S9(4) COMP-4 VALUE 0.
       01 DLQ-INPUT-TEXT     PIC X(80) VALUE SPACES.
       01 DLQ-TOKEN1         PIC X(10) VALUE SPACES.
       01 DLQ-TOKEN2         PIC X(10) VALUE SPACES.
       01 DLQ-TOKEN3         PIC X(10) VALUE SPACES.

       01 DLQ-RESPCODE       PIC S9(8) COMP-4 VALUE 0.
       01 DLQ-SEQ-RESPCODE   PIC S9(8) COMP-4 VALUE 0.
       01 DLQ-USERID         PIC X(8) VALUE SPACES.
       01 DLQ-ABSTIME        PIC S9(15) COMP-3 VALUE 0.
       01 DLQ-MSG-TEXT       PIC X(70) VALUE SPACES.

      *  MQ call interface fields
       01 DLQ-HCONN          PIC S9(9) COMP-4 VALUE 0.
       01 DLQ-HOBJ           PIC S9(9) COMP-4 VALUE 0.
       01 DLQ-COMPCODE       PIC S9(9) COMP-4 VALUE 0.
       01 DLQ-REASON         PIC S9(9) COMP-4 VALUE 0.
       01 DLQ-OPEN-OPTIONS   PIC S9(9) COMP-4 VALUE 0.
       01 DLQ-CLOSE-OPTIONS  PIC S9(9) COMP-4 VALUE 0.
       01 DLQ-BUFFER-LENGTH  PIC S9(9) COMP-4 VALUE 0.
       01 DLQ-DATA-LENGTH    PIC S9(9) COMP-4 VALUE 0.
       01 DLQ-PUT-LENGTH     PIC S9(9) COMP-4 VALUE 0.
       01 DLQ-BROWSE-OPTION  PIC S9(9) COMP-4 VALUE 0.
       01 DLQ-REASON-DISP    PIC -(8)9.
       01 DLQ-OPEN-FLAG      PIC X VALUE 'N'.
          88 DLQ-QUEUE-OPEN  VALUE 'Y'.

      *  MQ constants (CMQV values) used by this program
       01 DLQ-OO-INPUT-SHARED        PIC S9(9) COMP-4 VALUE 2.
       01 DLQ-OO-BROWSE              PIC S9(9) COMP-4 VALUE 8.
       01 DLQ-OO-FAIL-IF-QUIESCING   PIC S9(9) COMP-4 VALUE 8192.
       01 DLQ-GMO-SYNCPOINT          PIC S9(9) COMP-4 VALUE 2.
       01 DLQ-GMO-NO-SYNCPOINT       PIC S9(9) COMP-4 VALUE 4.
       01 DLQ-GMO-BROWSE-FIRST       PIC S9(9) COMP-4 VALUE 16.
       01 DLQ-GMO-BROWSE-NEXT        PIC S9(9) COMP-4 VALUE 32.
       01 DLQ-GMO-ACCEPT-TRUNC       PIC S9(9) COMP-4 VALUE 64.
       01 DLQ-GMO-FAIL-IF-QUIESCING  PIC S9(9) COMP-4 VALUE 8192.
       01 DLQ-CC-OK                  PIC S9(9) COMP-4 VALUE 0.
       01 DLQ-CC-WARNING             PIC S9(9) COMP-4 VALUE 1.
       01 DLQ-RC-NO-MSG-AVAILABLE    PIC S9(9) COMP-4 VALUE 2033.
       01 DLQ-MT-REQUEST             PIC S9(9) COMP-4 VALUE 1.

      *  Object descriptor (MQOD version 1)
       01 DLQ-OBJDESC.
          05 DLQ-OD-STRUCID      PIC X(4)  VALUE 'OD  '.
          05 DLQ-OD-VERSION      PIC S9(9) COMP-4 VALUE 1.
          05 DLQ-OD-OBJECTTYPE   PIC S9(9) COMP-4 VALUE 1.
          05 DLQ-OD-OBJECTNAME   PIC X(48) VALUE SPACES.
          05 DLQ-OD-OBJECTQMGR   PIC X(48) VALUE SPACES.
          05 DLQ-OD-DYNAMICQ     PIC X(48) VALUE SPACES.
          05 DLQ-OD-ALTUSERID    PIC X(12) VALUE SPACES.

      *  Message descriptor (MQMD version 1) for the dead-letter
      *  gets - a message id set here selects that message
       01 DLQ-MSGDESC.
          05 DLQ-MD-STRUCID      PIC X(4)  VALUE 'MD  '.
          05 DLQ-MD-VERSION      PIC S9(9) COMP-4 VALUE 1.
          05 DLQ-MD-REPORT       PIC S9(9) COMP-4 VALUE 0.
          05 DLQ-MD-MSGTYPE      PIC S9(9) COMP-4 VALUE 8.
          05 DLQ-MD-EXPIRY       PIC S9(9) COMP-4 VALUE -1.
          05 DLQ-MD-FEEDBACK     PIC S9(9) COMP-4 VALUE 0.
          05 DLQ-MD-ENCODING     PIC S9(9) COMP-4 VALUE 785.
          05 DLQ-MD-CCSID        PIC S9(9) COMP-4 VALUE 0.
          05 DLQ-MD-FORMAT       PIC X(8)  VALUE 'MQSTR   '.
          05 DLQ-MD-PRIORITY     PIC S9(9) COMP-4 VALUE -1.
          05 DLQ-MD-PERSISTENCE  PIC S9(9) COMP-4 VALUE 2.
          05 DLQ-MD-MSGID        PIC X(24) VALUE LOW-VALUES.
          05 DLQ-MD-CORRELID     PIC X(24) VALUE LOW-VALUES.
          05 DLQ-MD-BACKOUTCOUNT PIC S9(9) COMP-4 VALUE 0.
          05 DLQ-MD-REPLYTOQ     PIC X(48) VALUE SPACES.
          05 DLQ-MD-REPLYTOQMGR  PIC X(48) VALUE SPACES.
          05 DLQ-MD-USERID       PIC X(12) VALUE SPACES.
          05 DLQ-MD-ACCTTOKEN    PIC X(32) VALUE LOW-VALUES.
          05 DLQ-MD-APPLIDENT    PIC X(32) VALUE SPACES.
          05 DLQ-MD-PUTAPPLTYPE  PIC S9(9) COMP-4 VALUE 0.
          05 DLQ-MD-PUTAPPLNAME  PIC X(28) VALUE SPACES.
          05 DLQ-MD-PUTDATE      PIC X(8)  VALUE SPACES.
          05 DLQ-MD-PUTTIME      PIC X(8)  VALUE SPACES.
          05 DLQ-MD-APPLORIGIN   PIC X(4)  VALUE SPACES.

      *  Message descriptor (MQMD version 1) for the replay PUT1
       01 DLQ-REPLAY-MD.
          05 DLQ-RM-STRUCID      PIC X(4)  VALUE 'MD  '.
          05 DLQ-RM-VERSION      PIC S9(9) COMP-4 VALUE 1.
          05 DLQ-RM-REPORT       PIC S9(9) COMP-4 VALUE 0.
          05 DLQ-RM-MSGTYPE      PIC S9(9) COMP-4 VALUE 1.
          05 DLQ-RM-EXPIRY       PIC S9(9) COMP-4 VALUE -1.
          05 DLQ-RM-FEEDBACK     PIC S9(9) COMP-4 VALUE 0.
          05 DLQ-RM-ENCODING     PIC S9(9) COMP-4 VALUE 785.
          05 DLQ-RM-CCSID        PIC S9(9) COMP-4 VALUE 0.
          05 DLQ-RM-FORMAT       PIC X(8)  VALUE 'MQSTR   '.
          05 DLQ-RM-PRIORITY     PIC S9(9) COMP-4 VALUE -1.
          05 DLQ-RM-PERSISTENCE  PIC S9(9) COMP-4 VALUE 2.
          05 DLQ-RM-MSGID        PIC X(24) VALUE LOW-VALUES.
          05 DLQ-RM-CORRELID     PIC X(24) VALUE LOW-VALUES.
          05 DLQ-RM-BACKOUTCOUNT PIC S9(9) COMP-4 VALUE 0.
          05 DLQ-RM-REPLYTOQ     PIC X(48) VALUE SPACES.
          05 DLQ-RM-REPLYTOQMGR  PIC X(48) VALUE SPACES.
          05 DLQ-RM-USERID       PIC X(12) VALUE SPACES.
          05 DLQ-RM-ACCTTOKEN    PIC X(32) VALUE LOW-VALUES.
          05 DLQ-RM-APPLIDENT    PIC X(32) VALUE SPACES.
          05 DLQ-RM-PUTAPPLTYPE  PIC S9(9) COMP-4 VALUE 0.
          05 DLQ-RM-PUTAPPLNAME  PIC X(28) VALUE SPACES.
          05 DLQ-RM-PUTDATE      PIC X(8)  VALUE SPACES.
          05 DLQ-RM-PUTTIME      PIC X(8)  VALUE SPACES.
          05 DLQ-RM-APPLORIGIN   PIC X(4)  VALUE SPACES.

      *  Get-message options (MQGMO version 1)
       01 DLQ-GETOPTS.
          05 DLQ-GMO-STRUCID     PIC X(4)  VALUE 'GMO '.
          05 DLQ-GMO-VERSION     PIC S9(9) COMP-4 VALUE 1.
          05 DLQ-GMO-OPTIONS     PIC S9(9) COMP-4 VALUE 0.
          05 DLQ-GMO-WAITINT     PIC S9(9) COMP-4 VALUE 0.
          05 DLQ-GMO-SIGNAL1     PIC S9(9) COMP-4 VALUE 0.
          05 DLQ-GMO-SIGNAL2     PIC S9(9) COMP-4 VALUE 0.
          05 DLQ-GMO-RESOLVEDQ   PIC X(48) VALUE SPACES.

      *  Put-message options (MQPMO version 1) - syncpoint plus
      *  fail-if-quiescing, so the replay commits with the get
       01 DLQ-PUTOPTS.
          05 DLQ-PMO-STRUCID     PIC X(4)  VALUE 'PMO '.
          05 DLQ-PMO-VERSION     PIC S9(9) COMP-4 VALUE 1.
          05 DLQ-PMO-OPTIONS     PIC S9(9) COMP-4 VALUE 8194.
          05 DLQ-PMO-TIMEOUT     PIC S9(9) COMP-4 VALUE -1.
          05 DLQ-PMO-CONTEXT     PIC S9(9) COMP-4 VALUE 0.
          05 DLQ-PMO-KNOWNDEST   PIC S9(9) COMP-4 VALUE 0.
          05 DLQ-PMO-UNKNOWNDST  PIC S9(9) COMP-4 VALUE 0.
          05 DLQ-PMO-INVALIDDST  PIC S9(9) COMP-4 VALUE 0.
          05 DLQ-PMO-RESOLVEDQ   PIC X(48) VALUE SPACES.
          05 DLQ-PMO-RESOLVEDQM  PIC X(48) VALUE SPACES.

      *  Page being built - one numbered line per message
       01 DLQ-LINES-USED     PIC 9(2) VALUE 0.
       01 DLQ-LINE-NUM-DISP  PIC Z9.
       01 DLQ-SELECT-NUM     PIC 9(2) VALUE 0.
       01 DLQ-SELECT-X       PIC X(2) VALUE SPACES.
       01 DLQ-BROWSED        PIC 9(5) VALUE 0.
       01 DLQ-BROWSE-DONE    PIC X VALUE 'N'.
          88 BROWSE-COMPLETE VALUE 'Y'.
       01 DLQ-FOUND-FLAG     PIC X VALUE 'N'.
          88 DLQ-MESSAGE-FOUND VALUE 'Y'.

      *  Display fields
       01 DLQ-BACKOUT-DISP   PIC Z(6)9.
       01 DLQ-RC-DISP        PIC -(8)9.
       01 DLQ-MQRC-DISP      PIC Z(8)9.
       01 DLQ-LENGTH-DISP    PIC ZZZZ9.
       01 DLQ-ACTION-TEXT    PIC X(8) VALUE SPACES.

      *  Payload masking for the detail display - whether the
      *  operator may see payloads as sent, and the MASKFILE rule
      *  for the request's client and service
       01 DLQ-VIEWER-FLAG    PIC X VALUE 'N'.
          88 UNMASKED-VIEWER VALUE 'Y'.
       01 DLQ-MASK-RULE-FLAG PIC X VALUE 'N'.
          88 DLQ-MASK-RULE-FOUND VALUE 'Y'.
       01 DLQ-MASK-SEARCH-KEY.
          05 DLQ-MASK-SEARCH-TYPE    PIC X.
          05 DLQ-MASK-SEARCH-ID      PIC X(8).
          05 DLQ-MASK-SEARCH-SERVICE PIC X(8).
       01 DLQ-MASK-NOTE      PIC X(60) VALUE SPACES.
       01 DLQ-SHOW-DATA      PIC X(80) VALUE SPACES.

      *  Audit-sequence lookup on PARMFILE
       01 PARM-FILE-NAME     PIC X(8) VALUE 'PARMFILE'.
       01 PARM-SEARCH-KEY.
          05 PARM-SEARCH-PROGRAM PIC X(8) VALUE 'EDUDLQ'.
          05 PARM-SEARCH-NAME    PIC X(8) VALUE SPACES.
       01 DLQ-SEQ-NUM        PIC 9(8) VALUE 0.

       01 DLQ-SCREEN.
          05 DLQ-SCREEN-LINE OCCURS 20 TIMES PIC X(80).

      *  Carried between pseudo-conversational steps - mode L means
      *  a list page is current and S/R/D/N are valid; the page is
      *  found again by skipping DLQ-CA-SKIP messages, and its lines
      *  are picked out by their dead-letter message ids
       01 DLQ-COMMAREA.
          05 DLQ-CA-MODE       PIC X.
          05 DLQ-CA-SKIP       PIC 9(5).
          05 DLQ-CA-MORE-FLAG  PIC X.
          05 DLQ-CA-KEY-COUNT  PIC 9(2).
          05 DLQ-CA-PAGE-KEYS.
             10 DLQ-CA-MSGID   PIC X(24) OCCURS 12 TIMES.

      *  Dead-letter message and the request inside it - shared
      *  layouts with EDUMQ
       COPY MQDLQH.
       COPY MQREQH.

      *  Audit-trail record - shared layout with EC01, EDUCHAN,
      *  EDUAUDW and the batch reporting
       COPY AUDITREC.

      *  Operating-parameter record
       COPY PARMREC.

      *  Payload-masking rule and the EDUMASK parameter block
       COPY MASKREC.
       COPY MASKPRM.

       LINKAGE SECTION.
      *  Previous step's DLQ-COMMAREA, length-checked before use
       01 DFHCOMMAREA        PIC X(297).

       PROCEDURE DIVISION.
      *  -----------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *  -----------------------------------------------------------

           MOVE SPACES TO DLQ-COMMAREA.
           MOVE 'Q' TO DLQ-CA-MODE.
           MOVE 0 TO DLQ-CA-SKIP.
           MOVE 0 TO DLQ-CA-KEY-COUNT.
           IF EIBCALEN = LENGTH OF DLQ-COMMAREA
               MOVE DFHCOMMAREA(1:EIBCALEN) TO DLQ-COMMAREA
           END-IF.

           PERFORM RECEIVE-AND-TOKENIZE.

           IF DLQ-TOKEN1 = 'X'
               PERFORM END-DLQ-SESSION
           END-IF.

           PERFORM OPEN-DEAD-LETTER-QUEUE.

           EVALUATE TRUE
               WHEN DLQ-CA-MODE = 'L' AND DLQ-TOKEN1 = 'N'
                   PERFORM NEXT-PAGE-COMMAND
               WHEN DLQ-CA-MODE = 'L' AND DLQ-TOKEN1 = 'L'
                   PERFORM BUILD-LIST-PAGE
               WHEN DLQ-CA-MODE = 'L' AND DLQ-TOKEN1 = 'S'
                   PERFORM PICK-PAGE-LINE
                   PERFORM SHOW-COMMAND
               WHEN DLQ-CA-MODE = 'L' AND DLQ-TOKEN1 = 'R'
                   PERFORM PICK-PAGE-LINE
                   PERFORM REPLAY-COMMAND
                       THRU REPLAY-COMMAND-EXIT
                   PERFORM BUILD-LIST-PAGE
               WHEN DLQ-CA-MODE = 'L' AND DLQ-TOKEN1 = 'D'
                   PERFORM PICK-PAGE-LINE
                   PERFORM DISCARD-COMMAND
                       THRU DISCARD-COMMAND-EXIT
                   PERFORM BUILD-LIST-PAGE
               WHEN OTHER
                   MOVE 0 TO DLQ-CA-SKIP
                   PERFORM BUILD-LIST-PAGE
           END-EVALUATE.

           PERFORM SEND-SCREEN-RETURN.

      *  -----------------------------------------------------------
      *  Read the terminal input and split it into tokens, dropping
      *  the leading transaction id when it is present
      *  -----------------------------------------------------------
       RECEIVE-AND-TOKENIZE.
           MOVE SPACES TO DLQ-INPUT-TEXT.
           MOVE LENGTH OF DLQ-INPUT-TEXT TO DLQ-INPUT-LENGTH.
           EXEC CICS RECEIVE INTO(DLQ-INPUT-TEXT)
                             LENGTH(DLQ-INPUT-LENGTH)
                             RESP(DLQ-RESPCODE)
                             END-EXEC.

           MOVE SPACES TO DLQ-TOKEN1 DLQ-TOKEN2 DLQ-TOKEN3.
           UNSTRING DLQ-INPUT-TEXT DELIMITED BY ALL SPACES
               INTO DLQ-TOKEN1 DLQ-TOKEN2 DLQ-TOKEN3
           END-UNSTRING.

           IF DLQ-TOKEN1 = DLQ-TRANSID
               MOVE DLQ-TOKEN2 TO DLQ-TOKEN1
               MOVE DLQ-TOKEN3 TO DLQ-TOKEN2
               MOVE SPACES TO DLQ-TOKEN3
           END-IF.

      *  -----------------------------------------------------------
      *  Open the dead-letter queue to browse it and to take
      *  messages off it; without it there is nothing to show
      *  -----------------------------------------------------------
       OPEN-DEAD-LETTER-QUEUE.
           MOVE DLQ-QUEUE-NAME TO DLQ-OD-OBJECTNAME.
           MOVE SPACES TO DLQ-OD-OBJECTQMGR.
           COMPUTE DLQ-OPEN-OPTIONS =
               DLQ-OO-INPUT-SHARED + DLQ-OO-BROWSE
               + DLQ-OO-FAIL-IF-QUIESCING
           END-COMPUTE.
           CALL 'MQOPEN' USING DLQ-HCONN, DLQ-OBJDESC,
                               DLQ-OPEN-OPTIONS, DLQ-HOBJ,
                               DLQ-COMPCODE, DLQ-REASON.
           IF DLQ-COMPCODE NOT = DLQ-CC-OK
               MOVE DLQ-REASON TO DLQ-REASON-DISP
               MOVE SPACES TO DLQ-MSG-TEXT
               STRING 'DEAD-LETTER QUEUE NOT AVAILABLE, REASON'
                      DELIMITED BY SIZE
                      DLQ-REASON-DISP DELIMITED BY SIZE
                      INTO DLQ-MSG-TEXT
               END-STRING
               MOVE 'Q' TO DLQ-CA-MODE
               PERFORM SEND-MESSAGE-SCREEN
           END-IF.
           MOVE 'Y' TO DLQ-OPEN-FLAG.

      *  -----------------------------------------------------------
       NEXT-PAGE-COMMAND.
           IF DLQ-CA-MORE-FLAG NOT = 'Y'
               MOVE 'NO MORE MESSAGES - L TO LIST AGAIN OR X TO END'
                       TO DLQ-MSG-TEXT
               PERFORM SEND-MESSAGE-SCREEN
           END-IF.
           ADD 12 TO DLQ-CA-SKIP.
           PERFORM BUILD-LIST-PAGE.

      *  -----------------------------------------------------------
      *  Browse the queue from the top, skip the messages on earlier
      *  pages and list up to 12; a 13th means there is another
      *  page. The queue is only browsed here - nothing is taken off
      *  it by listing.
      *  -----------------------------------------------------------
       BUILD-LIST-PAGE.
           MOVE SPACES TO DLQ-SCREEN.
           MOVE SPACES TO DLQ-CA-PAGE-KEYS.
           MOVE 0 TO DLQ-LINES-USED.
           MOVE 0 TO DLQ-CA-KEY-COUNT.
           MOVE 0 TO DLQ-BROWSED.
           MOVE 'N' TO DLQ-CA-MORE-FLAG.
           MOVE 'N' TO DLQ-BROWSE-DONE.
           MOVE 'L' TO DLQ-CA-MODE.

           STRING 'EDUMQ DEAD-LETTER QUEUE  ' DELIMITED BY SIZE
                  DLQ-QUEUE-NAME DELIMITED BY SPACE
                  INTO DLQ-SCREEN-LINE(1)
           END-STRING.
           STRING 'NN DEAD-LETTERED       REASON   BACKOUTS '
                  'SERVICE  CLIENT      REPLYRC'
                  DELIMITED BY SIZE INTO DLQ-SCREEN-LINE(2)
           END-STRING.

           MOVE DLQ-GMO-BROWSE-FIRST TO DLQ-BROWSE-OPTION.
           PERFORM BROWSE-ONE-MESSAGE
               UNTIL BROWSE-COMPLETE.

           IF DLQ-LINES-USED = 0
               IF DLQ-CA-SKIP = 0
                   MOVE 'NO MESSAGES ON THE DEAD-LETTER QUEUE'
                           TO DLQ-SCREEN-LINE(4)
               ELSE
                   MOVE 'NO MORE MESSAGES - ENTER MDLQ TO START AGAIN'
                           TO DLQ-SCREEN-LINE(4)
               END-IF
           END-IF.

           IF DLQ-MSG-TEXT NOT = SPACES
               MOVE DLQ-MSG-TEXT TO DLQ-SCREEN-LINE(17)
           END-IF.
           IF DLQ-CA-MORE-FLAG = 'Y'
               STRING 'MORE... N=NEXT, S NN=SHOW, R NN=REPLAY, '
                      'D NN=DISCARD, X=END'
                      DELIMITED BY SIZE INTO DLQ-SCREEN-LINE(18)
               END-STRING
           ELSE
               STRING 'S NN=SHOW, R NN=REPLAY, D NN=DISCARD, '
                      'L=LIST AGAIN, X=END'
                      DELIMITED BY SIZE INTO DLQ-SCREEN-LINE(18)
               END-STRING
           END-IF.

      *  -----------------------------------------------------------
       BROWSE-ONE-MESSAGE.
           MOVE LOW-VALUES TO DLQ-MD-MSGID.
           MOVE LOW-VALUES TO DLQ-MD-CORRELID.
           COMPUTE DLQ-GMO-OPTIONS =
               DLQ-BROWSE-OPTION + DLQ-GMO-NO-SYNCPOINT
               + DLQ-GMO-ACCEPT-TRUNC + DLQ-GMO-FAIL-IF-QUIESCING
           END-COMPUTE.
           MOVE SPACES TO MQDLQ-MESSAGE.
           MOVE LENGTH OF MQDLQ-MESSAGE TO DLQ-BUFFER-LENGTH.
           CALL 'MQGET' USING DLQ-HCONN, DLQ-HOBJ,
                              DLQ-MSGDESC, DLQ-GETOPTS,
                              DLQ-BUFFER-LENGTH, MQDLQ-MESSAGE,
                              DLQ-DATA-LENGTH,
                              DLQ-COMPCODE, DLQ-REASON.
           MOVE DLQ-GMO-BROWSE-NEXT TO DLQ-BROWSE-OPTION.

           EVALUATE TRUE
               WHEN DLQ-COMPCODE NOT = DLQ-CC-OK AND
                    DLQ-COMPCODE NOT = DLQ-CC-WARNING
                   IF DLQ-REASON NOT = DLQ-RC-NO-MSG-AVAILABLE
                       MOVE DLQ-REASON TO DLQ-REASON-DISP
                       MOVE SPACES TO DLQ-MSG-TEXT
                       STRING 'BROWSE STOPPED, REASON'
                              DELIMITED BY SIZE
                              DLQ-REASON-DISP DELIMITED BY SIZE
                              INTO DLQ-MSG-TEXT
                       END-STRING
                   END-IF
                   MOVE 'Y' TO DLQ-BROWSE-DONE
               WHEN DLQ-BROWSED < DLQ-CA-SKIP
                   ADD 1 TO DLQ-BROWSED
               WHEN DLQ-LINES-USED < 12
                   ADD 1 TO DLQ-BROWSED
                   PERFORM ADD-LIST-LINE
               WHEN OTHER
                   MOVE 'Y' TO DLQ-CA-MORE-FLAG
                   MOVE 'Y' TO DLQ-BROWSE-DONE
           END-EVALUATE.

      *  -----------------------------------------------------------
       ADD-LIST-LINE.
           ADD 1 TO DLQ-LINES-USED.
           MOVE DLQ-LINES-USED TO DLQ-CA-KEY-COUNT.
           MOVE DLQ-MD-MSGID TO DLQ-CA-MSGID(DLQ-LINES-USED).
           MOVE DLQ-LINES-USED TO DLQ-LINE-NUM-DISP.

           IF NOT MQDLQ-IS-EDUMQ-HEADER
               STRING DLQ-LINE-NUM-DISP DELIMITED BY SIZE
                      ' (NOT AN EDUMQ DEAD-LETTER - DISCARD ONLY)'
                      DELIMITED BY SIZE
                      INTO DLQ-SCREEN-LINE(DLQ-LINES-USED + 3)
               END-STRING
           ELSE
               MOVE MQDLQ-REQUEST TO MQREQ-MESSAGE
               MOVE MQDLQ-BACKOUT-COUNT TO DLQ-BACKOUT-DISP
               MOVE MQDLQ-REPLY-RC TO DLQ-RC-DISP
               STRING DLQ-LINE-NUM-DISP   DELIMITED BY SIZE
                      ' '                 DELIMITED BY SIZE
                      MQDLQ-DATE          DELIMITED BY SIZE
                      ' '                 DELIMITED BY SIZE
                      MQDLQ-TIME          DELIMITED BY SIZE
                      '     '             DELIMITED BY SIZE
                      MQDLQ-REASON        DELIMITED BY SIZE
                      ' '                 DELIMITED BY SIZE
                      DLQ-BACKOUT-DISP    DELIMITED BY SIZE
                      '  '                DELIMITED BY SIZE
                      MQREQ-SERVICE       DELIMITED BY SIZE
                      ' '                 DELIMITED BY SIZE
                      MQREQ-CLIENT        DELIMITED BY SIZE
                      ' '                 DELIMITED BY SIZE
                      DLQ-RC-DISP         DELIMITED BY SIZE
                      INTO DLQ-SCREEN-LINE(DLQ-LINES-USED + 3)
               END-STRING
           END-IF.

      *  -----------------------------------------------------------
      *  S, R and D name a line of the current page
      *  -----------------------------------------------------------
       PICK-PAGE-LINE.
           MOVE 0 TO DLQ-SELECT-NUM.
           EVALUATE TRUE
               WHEN DLQ-TOKEN2(1:2) NUMERIC AND
                    DLQ-TOKEN2(3:8) = SPACES
                   MOVE DLQ-TOKEN2(1:2) TO DLQ-SELECT-X
                   MOVE DLQ-SELECT-X TO DLQ-SELECT-NUM
               WHEN DLQ-TOKEN2(1:1) NUMERIC AND
                    DLQ-TOKEN2(2:9) = SPACES
                   MOVE '0' TO DLQ-SELECT-X(1:1)
                   MOVE DLQ-TOKEN2(1:1) TO DLQ-SELECT-X(2:1)
                   MOVE DLQ-SELECT-X TO DLQ-SELECT-NUM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF DLQ-SELECT-NUM = 0 OR
              DLQ-SELECT-NUM > DLQ-CA-KEY-COUNT
               MOVE 'S, R AND D NEED A LINE NUMBER FROM THIS PAGE'
                       TO DLQ-MSG-TEXT
               PERFORM BUILD-LIST-PAGE
               PERFORM SEND-SCREEN-RETURN
           END-IF.

      *  -----------------------------------------------------------
      *  Show one message in full, browsing it by its message id
      *  -----------------------------------------------------------
       SHOW-COMMAND.
           COMPUTE DLQ-GMO-OPTIONS =
               DLQ-GMO-BROWSE-FIRST + DLQ-GMO-NO-SYNCPOINT
               + DLQ-GMO-ACCEPT-TRUNC + DLQ-GMO-FAIL-IF-QUIESCING
           END-COMPUTE.
           PERFORM GET-PICKED-MESSAGE.
           IF NOT DLQ-MESSAGE-FOUND
               MOVE 'THAT MESSAGE IS NO LONGER ON THE DEAD-LETTER QUEUE'
                       TO DLQ-MSG-TEXT
               PERFORM BUILD-LIST-PAGE
               PERFORM SEND-SCREEN-RETURN
           END-IF.
           PERFORM BUILD-DETAIL-SCREEN.

      *  -----------------------------------------------------------
      *  Get the picked message - browsed or taken, as the caller
      *  set the get options - matching on its message id
      *  -----------------------------------------------------------
       GET-PICKED-MESSAGE.
           MOVE 'N' TO DLQ-FOUND-FLAG.
           MOVE DLQ-CA-MSGID(DLQ-SELECT-NUM) TO DLQ-MD-MSGID.
           MOVE LOW-VALUES TO DLQ-MD-CORRELID.
           MOVE SPACES TO MQDLQ-MESSAGE.
           MOVE LENGTH OF MQDLQ-MESSAGE TO DLQ-BUFFER-LENGTH.
           CALL 'MQGET' USING DLQ-HCONN, DLQ-HOBJ,
                              DLQ-MSGDESC, DLQ-GETOPTS,
                              DLQ-BUFFER-LENGTH, MQDLQ-MESSAGE,
                              DLQ-DATA-LENGTH,
                              DLQ-COMPCODE, DLQ-REASON.
           IF DLQ-COMPCODE = DLQ-CC-OK OR
              DLQ-COMPCODE = DLQ-CC-WARNING
               MOVE 'Y' TO DLQ-FOUND-FLAG
               IF MQDLQ-IS-EDUMQ-HEADER
                   MOVE MQDLQ-REQUEST TO MQREQ-MESSAGE
               ELSE
                   MOVE SPACES TO MQREQ-MESSAGE
               END-IF
           END-IF.

      *  -----------------------------------------------------------
       BUILD-DETAIL-SCREEN.
           MOVE SPACES TO DLQ-SCREEN.
           MOVE DLQ-SELECT-NUM TO DLQ-LINE-NUM-DISP.
           STRING 'DEAD-LETTER MESSAGE - LINE ' DELIMITED BY SIZE
                  DLQ-LINE-NUM-DISP DELIMITED BY SIZE
                  INTO DLQ-SCREEN-LINE(1)
           END-STRING.

           IF NOT MQDLQ-IS-EDUMQ-HEADER
               STRING 'NOT AN EDUMQ DEAD-LETTER MESSAGE - IT HAS '
                      'NO MQDLQ HEADER AND CAN ONLY BE DISCARDED'
                      DELIMITED BY SIZE INTO DLQ-SCREEN-LINE(3)
               END-STRING
               MOVE 'D NN=DISCARD, L=LIST, X=END'
                       TO DLQ-SCREEN-LINE(18)
           ELSE
               PERFORM FORMAT-DEAD-LETTER-HEADER
               PERFORM FORMAT-REQUEST-FIELDS
               STRING 'R NN=REPLAY, D NN=DISCARD, S NN=SHOW, '
                      'L=LIST, X=END'
                      DELIMITED BY SIZE INTO DLQ-SCREEN-LINE(18)
               END-STRING
           END-IF.

      *  -----------------------------------------------------------
       FORMAT-DEAD-LETTER-HEADER.
           MOVE MQDLQ-MQ-REASON TO DLQ-MQRC-DISP.
           STRING 'REASON ' DELIMITED BY SIZE
                  MQDLQ-REASON DELIMITED BY SIZE
                  '  MQ REASON' DELIMITED BY SIZE
                  DLQ-MQRC-DISP DELIMITED BY SIZE
                  '  DEAD-LETTERED ' DELIMITED BY SIZE
                  MQDLQ-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  MQDLQ-TIME DELIMITED BY SIZE
                  INTO DLQ-SCREEN-LINE(3)
           END-STRING.
           MOVE MQDLQ-BACKOUT-COUNT TO DLQ-BACKOUT-DISP.
           MOVE MQDLQ-REPLY-RC TO DLQ-RC-DISP.
           STRING 'BACKOUTS' DELIMITED BY SIZE
                  DLQ-BACKOUT-DISP DELIMITED BY SIZE
                  '  EDUROUTE REPLYSTATUS ' DELIMITED BY SIZE
                  MQDLQ-REPLY-STATUS DELIMITED BY SIZE
                  '  REPLYRC' DELIMITED BY SIZE
                  DLQ-RC-DISP DELIMITED BY SIZE
                  INTO DLQ-SCREEN-LINE(4)
           END-STRING.
           STRING 'FROM QUEUE ' DELIMITED BY SIZE
                  MQDLQ-SOURCE-QUEUE DELIMITED BY SPACE
                  INTO DLQ-SCREEN-LINE(5)
           END-STRING.
           IF MQDLQ-REPLYTOQ = SPACES
               MOVE 'REPLY TO   (NONE)' TO DLQ-SCREEN-LINE(6)
           ELSE
               STRING 'REPLY TO   ' DELIMITED BY SIZE
                      MQDLQ-REPLYTOQ DELIMITED BY SPACE
                      ' ON ' DELIMITED BY SIZE
                      MQDLQ-REPLYTOQMGR DELIMITED BY SPACE
                      INTO DLQ-SCREEN-LINE(6)
               END-STRING
           END-IF.
           MOVE MQDLQ-REQUEST-LENGTH TO DLQ-LENGTH-DISP.
           STRING 'PUT BY ' DELIMITED BY SIZE
                  MQDLQ-PUT-USERID DELIMITED BY SIZE
                  ' ON ' DELIMITED BY SIZE
                  MQDLQ-PUT-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  MQDLQ-PUT-TIME(1:6) DELIMITED BY SIZE
                  '  MESSAGE LENGTH ' DELIMITED BY SIZE
                  DLQ-LENGTH-DISP DELIMITED BY SIZE
                  INTO DLQ-SCREEN-LINE(7)
           END-STRING.

      *  -----------------------------------------------------------
      *  The request as EDUMQ would read it - the MQREQH fields,
      *  then the start of the payload, masked for display unless
      *  the operator is on the viewer list
      *  -----------------------------------------------------------
       FORMAT-REQUEST-FIELDS.
           STRING 'SERVICE  ' DELIMITED BY SIZE
                  MQREQ-SERVICE DELIMITED BY SIZE
                  '  MODE ' DELIMITED BY SIZE
                  MQREQ-MODE DELIMITED BY SIZE
                  '  FUNCTION ' DELIMITED BY SIZE
                  MQREQ-FUNCTION DELIMITED BY SIZE
                  '  DAYS ' DELIMITED BY SIZE
                  MQREQ-DAYS DELIMITED BY SIZE
                  INTO DLQ-SCREEN-LINE(9)
           END-STRING.
           STRING 'CLIENT   ' DELIMITED BY SIZE
                  MQREQ-CLIENT DELIMITED BY SIZE
                  '  CALENDAR ' DELIMITED BY SIZE
                  MQREQ-CALENDAR DELIMITED BY SIZE
                  '  JOINT ' DELIMITED BY SIZE
                  MQREQ-JOINT DELIMITED BY SIZE
                  '  CONVENTION ' DELIMITED BY SIZE
                  MQREQ-CONVENTION DELIMITED BY SIZE
                  '  EOM ' DELIMITED BY SIZE
                  MQREQ-EOM DELIMITED BY SIZE
                  INTO DLQ-SCREEN-LINE(10)
           END-STRING.
           STRING 'BASE DATE ' DELIMITED BY SIZE
                  MQREQ-BASEDATE DELIMITED BY SIZE
                  '  END DATE ' DELIMITED BY SIZE
                  MQREQ-ENDDATE DELIMITED BY SIZE
                  '  DATA LENGTH ' DELIMITED BY SIZE
                  MQREQ-DATA-LENGTH DELIMITED BY SIZE
                  INTO DLQ-SCREEN-LINE(11)
           END-STRING.

           MOVE MQREQ-DATA(1:80) TO DLQ-SHOW-DATA.
           MOVE SPACES TO DLQ-MASK-NOTE.
           PERFORM CHECK-UNMASKED-VIEWER
               THRU CHECK-VIEWER-EXIT.
           IF NOT UNMASKED-VIEWER
               PERFORM MASK-FOR-DISPLAY
                   THRU MASK-FOR-DISPLAY-EXIT
           END-IF.
           IF DLQ-MASK-NOTE NOT = SPACES
               STRING 'PAYLOAD: ' DELIMITED BY SIZE
                      DLQ-MASK-NOTE DELIMITED BY SIZE
                      INTO DLQ-SCREEN-LINE(12)
               END-STRING
           END-IF.
           MOVE 'DATA (FIRST 80 BYTES):' TO DLQ-SCREEN-LINE(13).
           MOVE DLQ-SHOW-DATA TO DLQ-SCREEN-LINE(14).

      *  -----------------------------------------------------------
      *  An operator listed on MASKFILE (U + userid) sees the
      *  payload as sent; anything but a clean read of that row
      *  means not
      *  -----------------------------------------------------------
       CHECK-UNMASKED-VIEWER.
           MOVE 'N' TO DLQ-VIEWER-FLAG.
           PERFORM GET-OPERATOR-USERID.
           IF DLQ-USERID = SPACES
               GO TO CHECK-VIEWER-EXIT
           END-IF.

           MOVE 'U' TO DLQ-MASK-SEARCH-TYPE.
           MOVE DLQ-USERID TO DLQ-MASK-SEARCH-ID.
           MOVE SPACES TO DLQ-MASK-SEARCH-SERVICE.
           EXEC CICS READ FILE(DLQ-MASK-FILE)
                          INTO(MASK-RECORD)
                          RIDFLD(DLQ-MASK-SEARCH-KEY)
                          KEYLENGTH(LENGTH OF DLQ-MASK-SEARCH-KEY)
                          RESP(DLQ-RESPCODE)
                          END-EXEC.
           IF DLQ-RESPCODE = DFHRESP(NORMAL)
               MOVE 'Y' TO DLQ-VIEWER-FLAG
           END-IF.

       CHECK-VIEWER-EXIT.
           EXIT.

      *  -----------------------------------------------------------
      *  Put the payload through the client's rule for the service,
      *  over the data length the caller claimed up to the 80 bytes
      *  shown
      *  -----------------------------------------------------------
       MASK-FOR-DISPLAY.
           PERFORM READ-MASK-RULE.
           IF NOT DLQ-MASK-RULE-FOUND
               GO TO MASK-FOR-DISPLAY-EXIT
           END-IF.

           MOVE LENGTH OF DLQ-SHOW-DATA TO MASK-REQ-LENGTH.
           IF MQREQ-DATA-LENGTH NUMERIC
               IF MQREQ-DATA-LENGTH < LENGTH OF DLQ-SHOW-DATA
                   MOVE MQREQ-DATA-LENGTH TO MASK-REQ-LENGTH
               END-IF
           END-IF.

           MOVE DLQ-SHOW-DATA TO MASK-REQ-PAYLOAD.
           CALL 'EDUMASK' USING MASK-RECORD MASK-REQUEST.
           MOVE MASK-REQ-PAYLOAD TO DLQ-SHOW-DATA.
           EVALUATE TRUE
               WHEN MASK-REQ-WITHHELD
                   MOVE 'WITHHELD FOR DISPLAY' TO DLQ-MASK-NOTE
               WHEN MASK-REQ-MASKED
                   MOVE 'MASKED FOR DISPLAY' TO DLQ-MASK-NOTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       MASK-FOR-DISPLAY-EXIT.
           EXIT.

      *  -----------------------------------------------------------
      *  The client's own rule for the service, else the client
      *  row. A MASKFILE that is defined but cannot be read gets
      *  method W - nothing is shown in clear for want of the rules.
      *  -----------------------------------------------------------
       READ-MASK-RULE.
           MOVE 'N' TO DLQ-MASK-RULE-FLAG.
           MOVE 'R' TO DLQ-MASK-SEARCH-TYPE.
           MOVE MQREQ-CLIENT TO DLQ-MASK-SEARCH-ID.
           MOVE MQREQ-SERVICE TO DLQ-MASK-SEARCH-SERVICE.
           EXEC CICS READ FILE(DLQ-MASK-FILE)
                          INTO(MASK-RECORD)
                          RIDFLD(DLQ-MASK-SEARCH-KEY)
                          KEYLENGTH(LENGTH OF DLQ-MASK-SEARCH-KEY)
                          RESP(DLQ-RESPCODE)
                          END-EXEC.

           IF DLQ-RESPCODE = DFHRESP(NOTFND)
               MOVE '*' TO DLQ-MASK-SEARCH-ID
               EXEC CICS READ FILE(DLQ-MASK-FILE)
                              INTO(MASK-RECORD)
                              RIDFLD(DLQ-MASK-SEARCH-KEY)
                              KEYLENGTH(LENGTH OF DLQ-MASK-SEARCH-KEY)
                              RESP(DLQ-RESPCODE)
                              END-EXEC
           END-IF.

           EVALUATE TRUE
               WHEN DLQ-RESPCODE = DFHRESP(NORMAL)
                   IF NOT MASK-NO-MASKING
                       MOVE 'Y' TO DLQ-MASK-RULE-FLAG
                   END-IF
               WHEN DLQ-RESPCODE = DFHRESP(NOTFND)
               WHEN DLQ-RESPCODE = DFHRESP(FILENOTFOUND)
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO MASK-RECORD
                   MOVE 'W' TO MASK-METHOD
                   MOVE 'Y' TO DLQ-MASK-RULE-FLAG
           END-EVALUATE.

      *  -----------------------------------------------------------
      *  Take the message off the dead-letter queue and put the
      *  request back on the queue it came from, then audit it - all
      *  in one unit of work, committed only when every step worked
      *  -----------------------------------------------------------
       REPLAY-COMMAND.
           COMPUTE DLQ-GMO-OPTIONS =
               DLQ-GMO-SYNCPOINT + DLQ-GMO-ACCEPT-TRUNC
               + DLQ-GMO-FAIL-IF-QUIESCING
           END-COMPUTE.
           PERFORM GET-PICKED-MESSAGE.
           IF NOT DLQ-MESSAGE-FOUND
               MOVE 'THAT MESSAGE IS NO LONGER ON THE DEAD-LETTER QUEUE'
                       TO DLQ-MSG-TEXT
               GO TO REPLAY-COMMAND-EXIT
           END-IF.

           IF NOT MQDLQ-IS-EDUMQ-HEADER
               MOVE 'NOT AN EDUMQ DEAD-LETTER - DISCARD IT INSTEAD'
                       TO DLQ-MSG-TEXT
               PERFORM BACK-OUT-ACTION
               GO TO REPLAY-COMMAND-EXIT
           END-IF.
           IF MQDLQ-REPLYTOQ = SPACES
               MOVE SPACES TO DLQ-MSG-TEXT
               STRING 'NO REPLY-TO QUEUE - A REPLAY WOULD BE '
                      'DEAD-LETTERED AGAIN'
                      DELIMITED BY SIZE INTO DLQ-MSG-TEXT
               END-STRING
               PERFORM BACK-OUT-ACTION
               GO TO REPLAY-COMMAND-EXIT
           END-IF.

           MOVE MQDLQ-SOURCE-QUEUE TO DLQ-OD-OBJECTNAME.
           MOVE SPACES TO DLQ-OD-OBJECTQMGR.
           MOVE DLQ-MT-REQUEST TO DLQ-RM-MSGTYPE.
           MOVE MQDLQ-MSGID TO DLQ-RM-MSGID.
           MOVE MQDLQ-CORRELID TO DLQ-RM-CORRELID.
           MOVE MQDLQ-REPLYTOQ TO DLQ-RM-REPLYTOQ.
           MOVE MQDLQ-REPLYTOQMGR TO DLQ-RM-REPLYTOQMGR.
           MOVE LENGTH OF MQDLQ-REQUEST TO DLQ-PUT-LENGTH.
           IF MQDLQ-REQUEST-LENGTH NUMERIC
               IF MQDLQ-REQUEST-LENGTH < LENGTH OF MQDLQ-REQUEST
                   MOVE MQDLQ-REQUEST-LENGTH TO DLQ-PUT-LENGTH
               END-IF
           END-IF.
           MOVE MQDLQ-REQUEST TO MQREQ-MESSAGE.

           CALL 'MQPUT1' USING DLQ-HCONN, DLQ-OBJDESC,
                               DLQ-REPLAY-MD, DLQ-PUTOPTS,
                               DLQ-PUT-LENGTH, MQREQ-MESSAGE,
                               DLQ-COMPCODE, DLQ-REASON.
           IF DLQ-COMPCODE NOT = DLQ-CC-OK
               MOVE DLQ-REASON TO DLQ-REASON-DISP
               MOVE SPACES TO DLQ-MSG-TEXT
               STRING 'REPLAY FAILED, REASON' DELIMITED BY SIZE
                      DLQ-REASON-DISP DELIMITED BY SIZE
                      ' - MESSAGE LEFT ON THE QUEUE' DELIMITED BY SIZE
                      INTO DLQ-MSG-TEXT
               END-STRING
               PERFORM BACK-OUT-ACTION
               GO TO REPLAY-COMMAND-EXIT
           END-IF.

           MOVE 'RPLY' TO DLQ-ACTION-TEXT.
           PERFORM WRITE-ACTION-AUDIT
               THRU WRITE-ACTION-AUDIT-EXIT.
           IF DLQ-MSG-TEXT = SPACES
               MOVE DLQ-SELECT-NUM TO DLQ-LINE-NUM-DISP
               STRING 'LINE ' DELIMITED BY SIZE
                      DLQ-LINE-NUM-DISP DELIMITED BY SIZE
                      ' REPLAYED TO ' DELIMITED BY SIZE
                      MQDLQ-SOURCE-QUEUE DELIMITED BY SPACE
                      INTO DLQ-MSG-TEXT
               END-STRING
           END-IF.

       REPLAY-COMMAND-EXIT.
           EXIT.

      *  -----------------------------------------------------------
      *  Take the message off the dead-letter queue for good and
      *  audit it, in one unit of work
      *  -----------------------------------------------------------
       DISCARD-COMMAND.
           COMPUTE DLQ-GMO-OPTIONS =
               DLQ-GMO-SYNCPOINT + DLQ-GMO-ACCEPT-TRUNC
               + DLQ-GMO-FAIL-IF-QUIESCING
           END-COMPUTE.
           PERFORM GET-PICKED-MESSAGE.
           IF NOT DLQ-MESSAGE-FOUND
               MOVE 'THAT MESSAGE IS NO LONGER ON THE DEAD-LETTER QUEUE'
                       TO DLQ-MSG-TEXT
               GO TO DISCARD-COMMAND-EXIT
           END-IF.

           MOVE 'DISC' TO DLQ-ACTION-TEXT.
           PERFORM WRITE-ACTION-AUDIT
               THRU WRITE-ACTION-AUDIT-EXIT.
           IF DLQ-MSG-TEXT = SPACES
               MOVE DLQ-SELECT-NUM TO DLQ-LINE-NUM-DISP
               STRING 'LINE ' DELIMITED BY SIZE
                      DLQ-LINE-NUM-DISP DELIMITED BY SIZE
                      ' DISCARDED' DELIMITED BY SIZE
                      INTO DLQ-MSG-TEXT
               END-STRING
           END-IF.

       DISCARD-COMMAND-EXIT.
           EXIT.

      *  -----------------------------------------------------------
       BACK-OUT-ACTION.
           EXEC CICS SYNCPOINT ROLLBACK
                     RESP(DLQ-RESPCODE)
                     END-EXEC.

      *  -----------------------------------------------------------
      *  Record the replay or discard on the audit trail and commit
      *  it. If the record cannot be queued the whole action is
      *  backed out - an operator action nobody can account for is
      *  not allowed to happen.
      *  -----------------------------------------------------------
       WRITE-ACTION-AUDIT.
           MOVE SPACES TO AUDIT-RECORD.
           EXEC CICS ASKTIME ABSTIME(DLQ-ABSTIME)
                             END-EXEC.
           EXEC CICS FORMATTIME ABSTIME(DLQ-ABSTIME)
                                YYYYMMDD(AUDIT-KEY-DATE)
                                TIME(AUDIT-KEY-TIME)
                                RESP(DLQ-RESPCODE)
                                END-EXEC.
           MOVE EIBTRNID TO AUDIT-KEY-TRAN.
           MOVE EIBTASKN TO AUDIT-KEY-TASKN.
           MOVE 'EDUDLQ' TO AUDIT-PROGRAM.
           MOVE DLQ-ACTION-TEXT TO AUDIT-STATUS-CODE.
           MOVE DLQ-ABSTIME TO AUDIT-ABSTIME.
           MOVE 0 TO AUDIT-ELAPSED-USEC.
           MOVE SPACES TO AUDIT-EC01-ADJUST.
           MOVE SPACE TO AUDIT-MASKED-FLAG.
           MOVE LENGTH OF AUDIT-INPUT-DATA TO AUDIT-INPUT-LENGTH.
           MOVE SPACES TO AUDIT-REGION.
           EXEC CICS ASSIGN APPLID(AUDIT-APPLID)
                            SYSID(AUDIT-SYSID)
                            RESP(DLQ-RESPCODE)
                            END-EXEC.
           PERFORM GET-OPERATOR-USERID.

           IF MQDLQ-IS-EDUMQ-HEADER
               MOVE MQREQ-CLIENT TO AUDIT-CLIENT-ID
               MOVE MQDLQ-REASON TO AUDIT-MODE
               MOVE MQDLQ-REPLY-RC TO AUDIT-RESPCODE
               MOVE MQDLQ-MQ-REASON TO AUDIT-RESPCODE2
               MOVE MQDLQ-BACKOUT-COUNT TO DLQ-BACKOUT-DISP
               STRING 'BY ' DELIMITED BY SIZE
                      DLQ-USERID DELIMITED BY SIZE
                      ' DEAD-LETTERED ' DELIMITED BY SIZE
                      MQDLQ-DATE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      MQDLQ-TIME DELIMITED BY SIZE
                      ' BACKOUTS' DELIMITED BY SIZE
                      DLQ-BACKOUT-DISP DELIMITED BY SIZE
                      ' SERVICE ' DELIMITED BY SIZE
                      MQREQ-SERVICE DELIMITED BY SIZE
                      INTO AUDIT-INPUT-DATA
               END-STRING
           ELSE
               MOVE '(FOREIGN)' TO AUDIT-MODE
               MOVE 0 TO AUDIT-RESPCODE
               MOVE 0 TO AUDIT-RESPCODE2
               STRING 'BY ' DELIMITED BY SIZE
                      DLQ-USERID DELIMITED BY SIZE
                      ' - MESSAGE WITHOUT AN MQDLQ HEADER'
                      DELIMITED BY SIZE
                      INTO AUDIT-INPUT-DATA
               END-STRING
           END-IF.

           IF DLQ-ACTION-TEXT = 'RPLY'
               STRING 'REPLAYED TO ' DELIMITED BY SIZE
                      MQDLQ-SOURCE-QUEUE DELIMITED BY SPACE
                      INTO AUDIT-OUTPUT-DATA
               END-STRING
           ELSE
               MOVE 'DISCARDED FROM THE DEAD-LETTER QUEUE'
                       TO AUDIT-OUTPUT-DATA
           END-IF.

           PERFORM NEXT-AUDIT-SEQUENCE.
           MOVE DLQ-SEQ-NUM TO AUDIT-SEQUENCE.

           EXEC CICS WRITEQ TD QUEUE(DLQ-AUDIT-TDQ)
                            FROM(AUDIT-RECORD)
                            LENGTH(LENGTH OF AUDIT-RECORD)
                            RESP(DLQ-RESPCODE)
                            END-EXEC.
           IF DLQ-RESPCODE NOT = DFHRESP(NORMAL)
               PERFORM BACK-OUT-ACTION
               MOVE 'AUDIT TRAIL UNAVAILABLE - NOTHING DONE'
                       TO DLQ-MSG-TEXT
               GO TO WRITE-ACTION-AUDIT-EXIT
           END-IF.

           EXEC CICS SYNCPOINT
                     RESP(DLQ-RESPCODE)
                     END-EXEC.
           IF DLQ-RESPCODE NOT = DFHRESP(NORMAL)
               MOVE 'COMMIT FAILED - CHECK THE QUEUE BEFORE RETRYING'
                       TO DLQ-MSG-TEXT
           END-IF.

       WRITE-ACTION-AUDIT-EXIT.
           EXIT.

      *  -----------------------------------------------------------
       GET-OPERATOR-USERID.
           MOVE SPACES TO DLQ-USERID.
           EXEC CICS ASSIGN USERID(DLQ-USERID)
                            RESP(DLQ-RESPCODE)
                            END-EXEC.
           IF DLQ-RESPCODE NOT = DFHRESP(NORMAL)
               MOVE SPACES TO DLQ-USERID
           END-IF.

      *  -----------------------------------------------------------
      *  Draw the next audit-trail sequence number from this region's
      *  PARMFILE EDUDLQ/AUDSxxxx record (xxxx the SYSID), as EC01
      *  and EDUCHAN do for theirs.
      *  Any trouble leaves the sequence at zero - the EDUSEQR
      *  reconciliation reports unsequenced records separately.
      *  -----------------------------------------------------------
       NEXT-AUDIT-SEQUENCE.
           MOVE 0 TO DLQ-SEQ-NUM.
           IF AUDIT-SYSID = SPACES
               MOVE 'AUDITSEQ' TO PARM-SEARCH-NAME
           ELSE
               MOVE 'AUDS' TO PARM-SEARCH-NAME(1:4)
               MOVE AUDIT-SYSID TO PARM-SEARCH-NAME(5:4)
           END-IF.
           EXEC CICS READ FILE(PARM-FILE-NAME)
                          INTO(PARM-RECORD)
                          RIDFLD(PARM-SEARCH-KEY)
                          KEYLENGTH(LENGTH OF PARM-SEARCH-KEY)
                          UPDATE
                          RESP(DLQ-SEQ-RESPCODE)
                          END-EXEC.

           EVALUATE TRUE
               WHEN DLQ-SEQ-RESPCODE = DFHRESP(NORMAL)
                   IF PARM-NUMBER NUMERIC AND PARM-NUMBER < 99999999
                       COMPUTE DLQ-SEQ-NUM = PARM-NUMBER + 1
                       END-COMPUTE
                   ELSE
                       MOVE 1 TO DLQ-SEQ-NUM
                   END-IF
                   MOVE SPACES TO PARM-VALUE
                   MOVE DLQ-SEQ-NUM TO PARM-NUMBER
                   MOVE AUDIT-KEY-DATE TO PARM-UPDATED-DATE
                   MOVE AUDIT-KEY-TIME TO PARM-UPDATED-TIME
                   EXEC CICS REWRITE FILE(PARM-FILE-NAME)
                                     FROM(PARM-RECORD)
                                     RESP(DLQ-SEQ-RESPCODE)
                                     END-EXEC
                   IF DLQ-SEQ-RESPCODE NOT = DFHRESP(NORMAL)
                       MOVE 0 TO DLQ-SEQ-NUM
                   END-IF
               WHEN DLQ-SEQ-RESPCODE = DFHRESP(NOTFND)
                   MOVE SPACES TO PARM-RECORD
                   MOVE PARM-SEARCH-PROGRAM TO PARM-PROGRAM
                   MOVE PARM-SEARCH-NAME TO PARM-NAME
                   MOVE 1 TO DLQ-SEQ-NUM
                   MOVE DLQ-SEQ-NUM TO PARM-NUMBER
                   MOVE AUDIT-KEY-DATE TO PARM-UPDATED-DATE
                   MOVE AUDIT-KEY-TIME TO PARM-UPDATED-TIME
                   EXEC CICS WRITE FILE(PARM-FILE-NAME)
                                   FROM(PARM-RECORD)
                                   RIDFLD(PARM-KEY)
                                   KEYLENGTH(LENGTH OF PARM-KEY)
                                   RESP(DLQ-SEQ-RESPCODE)
                                   END-EXEC
                   IF DLQ-SEQ-RESPCODE NOT = DFHRESP(NORMAL)
                       MOVE 0 TO DLQ-SEQ-NUM
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *  -----------------------------------------------------------
       SEND-MESSAGE-SCREEN.
           MOVE SPACES TO DLQ-SCREEN.
           MOVE 'EDUMQ DEAD-LETTER QUEUE' TO DLQ-SCREEN-LINE(1).
           MOVE DLQ-MSG-TEXT TO DLQ-SCREEN-LINE(3).
           PERFORM SEND-SCREEN-RETURN.

      *  -----------------------------------------------------------
       SEND-SCREEN-RETURN.
           IF DLQ-QUEUE-OPEN
               CALL 'MQCLOSE' USING DLQ-HCONN, DLQ-HOBJ,
                                    DLQ-CLOSE-OPTIONS,
                                    DLQ-COMPCODE, DLQ-REASON
               MOVE 'N' TO DLQ-OPEN-FLAG
           END-IF.
           EXEC CICS SEND TEXT FROM(DLQ-SCREEN)
                          LENGTH(LENGTH OF DLQ-SCREEN)
                          ERASE
                          FREEKB
                          RESP(DLQ-RESPCODE)
                          END-EXEC.
           EXEC CICS RETURN TRANSID(DLQ-TRANSID)
                            COMMAREA(DLQ-COMMAREA)
                            LENGTH(LENGTH OF DLQ-COMMAREA)
                            END-EXEC.

      *  -----------------------------------------------------------
       END-DLQ-SESSION.
           MOVE SPACES TO DLQ-SCREEN.
           MOVE 'EDUMQ DEAD-LETTER QUEUE SESSION ENDED'
                   TO DLQ-SCREEN-LINE(1).
           EXEC CICS SEND TEXT FROM(DLQ-SCREEN-LINE(1))
                          LENGTH(LENGTH OF DLQ-SCREEN-LINE(1))
                          ERASE
                          FREEKB
                          RESP(DLQ-RESPCODE)
                          END-EXEC.
           EXEC CICS RETURN END-EXEC.
