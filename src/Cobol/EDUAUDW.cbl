      * visible sign the writer is falling behind the arrival rate.    *
      * A duplicate key means the record was already hardened by an    *
      * earlier attempt and is skipped.                                *
      *                                                                *
      * AUDQ is local to the region, so a record that reaches it       *
      * without a region (AUDIT-APPLID/AUDIT-SYSID spaces) is stamped  *
      * with this region's before it is hardened.                      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 AUDW-DONE-FLAG     PIC X VALUE 'N'.
          88 DRAIN-COMPLETE  VALUE 'Y'.

      *  This region, for records queued without one
       01 AUDW-APPLID        PIC X(8) VALUE SPACES.
       01 AUDW-SYSID         PIC X(4) VALUE SPACES.

      *  Commit batching and the falling-behind threshold
       01 AUDW-COMMIT-LIMIT  PIC S9(4) COMP-4 VALUE 50.
       01 AUDW-SINCE-COMMIT  PIC S9(4) COMP-4 VALUE 0.
       MAIN-PROCESSING SECTION.
      *  -----------------------------------------------------------

           EXEC CICS ASSIGN APPLID(AUDW-APPLID)
                            SYSID(AUDW-SYSID)
                            RESP(AUDW-RESPCODE)
                            END-EXEC.

           PERFORM DRAIN-ONE-RECORD UNTIL DRAIN-COMPLETE.

           IF AUDW-BEHIND-FLAG = 'Y'
      *  the trigger task.
      *  -----------------------------------------------------------
       DRAIN-ONE-RECORD.
           MOVE SPACES TO AUDIT-REGION.
           MOVE LENGTH OF AUDIT-RECORD TO AUDW-READ-LENGTH.
           EXEC CICS READQ TD QUEUE(AUDW-QUEUE-NAME)
                           INTO(AUDIT-RECORD)

      *  -----------------------------------------------------------
       HARDEN-ONE-RECORD.
           IF AUDIT-APPLID = SPACES
               MOVE AUDW-APPLID TO AUDIT-APPLID
               MOVE AUDW-SYSID TO AUDIT-SYSID
           END-IF.

           EXEC CICS WRITE FILE(AUDW-FILE-NAME)
                           FROM(AUDIT-RECORD)
                           RIDFLD(AUDIT-KEY)
