      *   { "service":"EC01", "function":"PLUSBUS", "days":3,          *
      *     "base":"20251231", "end":"20260115",                       *
      *     "calendar":"GB", "client":"WEBTEAM1" }                     *
      *   { "service":"EC01", "function":"ADJUST", "days":1,           *
      *     "base":"20260130", "convention":"MODF", "eom":"Y",         *
      *     "calendar":"GB", "joint":"US,JP" }                         *
      *                                                                *
      * Every field but service is optional, exactly as on the other   *
      * transports. "joint" lists up to four further calendar ids,     *
      * comma separated, that make up a joint calendar with            *
      * "calendar"; "days" is the month offset for ADJUST. The request *
      * is driven through the same EDUROUTE front-door channel         *
      * interface EDUMQ uses - one uniform front door, second          *
      * transport - and the reply is JSON carrying the uniform reply   *
      * fields:                                                        *
      *                                                                *
      *   { "status":"OK", "rc":0, "data":"...",                       *
      *     "time":"...", "error":"" }                                 *
       01 REQBASE-CONT       PIC X(16) VALUE 'REQUESTBASE'.
       01 REQEND-CONT        PIC X(16) VALUE 'REQUESTEND'.
       01 REQCAL-CONT        PIC X(16) VALUE 'REQUESTCAL'.
       01 REQJOINT-CONT      PIC X(16) VALUE 'REQUESTJOINT'.
       01 REQCONV-CONT       PIC X(16) VALUE 'REQUESTCONV'.
       01 REQEOM-CONT        PIC X(16) VALUE 'REQUESTEOM'.
       01 RPYSTATUS-CONT     PIC X(16) VALUE 'REPLYSTATUS'.
       01 RPYRC-CONT         PIC X(16) VALUE 'REPLYRC'.
       01 RPYDATA-CONT       PIC X(16) VALUE 'REPLYDATA'.
       01 WEB-BASE-DATE      PIC X(8) VALUE SPACES.
       01 WEB-END-DATE       PIC X(8) VALUE SPACES.
       01 WEB-CALENDAR       PIC X(4) VALUE SPACES.
       01 WEB-JOINT-LIST     VALUE SPACES.
          05 WEB-JOINT-CAL      PIC X(4) OCCURS 4 TIMES.
       01 WEB-CONVENTION     PIC X(4) VALUE SPACES.
       01 WEB-EOM            PIC X(1) VALUE SPACES.
       01 WEB-CLIENT         PIC X(8) VALUE SPACES.
       01 WEB-DATA-TEXT      PIC X(2000) VALUE SPACES.
       01 WEB-DATA-LENGTH    PIC S9(8) COMP-4 VALUE 0.
               MOVE WEB-FIELD-VALUE(1:4) TO WEB-CALENDAR
           END-IF.

      *  "joint" is a comma-separated list of calendar ids
           MOVE 'joint' TO WEB-FIELD-NAME.
           PERFORM FIND-JSON-VALUE THRU FIND-JSON-DONE.
           IF JSON-FIELD-FOUND AND WEB-VALUE-LEN > 0
               UNSTRING WEB-FIELD-VALUE(1:WEB-VALUE-LEN)
                   DELIMITED BY ', ' OR ','
                   INTO WEB-JOINT-CAL(1) WEB-JOINT-CAL(2)
                        WEB-JOINT-CAL(3) WEB-JOINT-CAL(4)
               END-UNSTRING
           END-IF.

           MOVE 'convention' TO WEB-FIELD-NAME.
           PERFORM FIND-JSON-VALUE THRU FIND-JSON-DONE.
           IF JSON-FIELD-FOUND
               MOVE WEB-FIELD-VALUE(1:4) TO WEB-CONVENTION
           END-IF.

           MOVE 'eom' TO WEB-FIELD-NAME.
           PERFORM FIND-JSON-VALUE THRU FIND-JSON-DONE.
           IF JSON-FIELD-FOUND
               MOVE WEB-FIELD-VALUE(1:1) TO WEB-EOM
           END-IF.

           MOVE 'client' TO WEB-FIELD-NAME.
           PERFORM FIND-JSON-VALUE THRU FIND-JSON-DONE.
           IF JSON-FIELD-FOUND
                             RESP(WEB-RESPCODE)
                             END-EXEC
           END-IF.
           IF WEB-JOINT-LIST NOT = SPACES
               EXEC CICS PUT CONTAINER(REQJOINT-CONT)
                             CHANNEL(WEB-CHANNELNAME)
                             FROM(WEB-JOINT-LIST)
                             FLENGTH(LENGTH OF WEB-JOINT-LIST)
                             CHAR
                             RESP(WEB-RESPCODE)
                             END-EXEC
           END-IF.
           IF WEB-CONVENTION NOT = SPACES
               EXEC CICS PUT CONTAINER(REQCONV-CONT)
                             CHANNEL(WEB-CHANNELNAME)
                             FROM(WEB-CONVENTION)
                             FLENGTH(LENGTH OF WEB-CONVENTION)
                             CHAR
                             RESP(WEB-RESPCODE)
                             END-EXEC
           END-IF.
           IF WEB-EOM NOT = SPACES
               EXEC CICS PUT CONTAINER(REQEOM-CONT)
                             CHANNEL(WEB-CHANNELNAME)
                             FROM(WEB-EOM)
                             FLENGTH(LENGTH OF WEB-EOM)
                             CHAR
                             RESP(WEB-RESPCODE)
                             END-EXEC
           END-IF.

      *  -----------------------------------------------------------
      *  The length claimed in the body is passed through for
