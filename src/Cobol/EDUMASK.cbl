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
      * Module Name        EDUMASK.CBL                                 *
      *                                                                *
      * Audit payload masking routine                                  *
      *                                                                *
      * Called, not linked to, by every program that masks an audit    *
      * payload - EC01 and EDUCHAN as they build the audit record,     *
      * EDUINQ for the AINQ detail screen, the EDUXTR and EDUGEN       *
      * batch steps for the files they write - so that a rule means    *
      * the same thing wherever it is applied:                         *
      *                                                                *
      *   CALL 'EDUMASK' USING MASK-RECORD MASK-REQUEST                *
      *                                                                *
      * MASK-RECORD is the caller's MASKFILE rule (copybook MASKREC),  *
      * MASK-REQUEST the payload and its meaningful length (copybook   *
      * MASKPRM). The payload is masked in place and MASK-REQ-RESULT   *
      * is set to Y when anything was overwritten, W when the whole    *
      * payload was withheld and N when it is unchanged. A method the  *
      * routine does not know withholds the payload rather than pass   *
      * it in clear.                                                   *
      *                                                                *
      * The routine issues no CICS commands and holds nothing from     *
      * one call to the next, so it runs unchanged under CICS and in   *
      * batch.                                                         *
      ******************************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDUMASK.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

      *  Meaningful payload length, capped to the payload field
       01 MSK-LENGTH             PIC S9(4) COMP-4 VALUE 0.

      *  Scan position and the digit run being measured
       01 MSK-IX                 PIC S9(4) COMP-4 VALUE 0.
       01 MSK-RUN-START          PIC S9(4) COMP-4 VALUE 0.
       01 MSK-RUN-LENGTH         PIC S9(4) COMP-4 VALUE 0.

      *  The rule's limits with their defaults applied
       01 MSK-DIGIT-LIMIT        PIC S9(4) COMP-4 VALUE 4.
       01 MSK-HEAD-LENGTH        PIC S9(4) COMP-4 VALUE 4.
       01 MSK-TAIL-LENGTH        PIC S9(4) COMP-4 VALUE 4.

      *  A payload's worth of the masking character
       01 MSK-FILL               PIC X(80) VALUE SPACES.

       LINKAGE SECTION.
       COPY MASKREC.
       COPY MASKPRM.

       PROCEDURE DIVISION USING MASK-RECORD MASK-REQUEST.
      *  -----------------------------------------------------------
       MAIN-PROCESSING SECTION.
      *  -----------------------------------------------------------
           MOVE 'N' TO MASK-REQ-RESULT.
           PERFORM SET-UP-RULE.

           EVALUATE TRUE
               WHEN MASK-DIGIT-RUNS
                   PERFORM MASK-DIGIT-RUNS-IN-PAYLOAD
               WHEN MASK-KEEP-ENDS
                   PERFORM MASK-ALL-BUT-ENDS
               WHEN MASK-NO-MASKING
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO MASK-REQ-PAYLOAD
                   MOVE 'W' TO MASK-REQ-RESULT
           END-EVALUATE.

           GOBACK.

      *  -----------------------------------------------------------
      *  Apply the defaults to whatever the rule leaves unset, and
      *  never let the length run past the payload field
      *  -----------------------------------------------------------
       SET-UP-RULE.
           MOVE MASK-REQ-LENGTH TO MSK-LENGTH.
           IF MSK-LENGTH > LENGTH OF MASK-REQ-PAYLOAD
               MOVE LENGTH OF MASK-REQ-PAYLOAD TO MSK-LENGTH
           END-IF.
           IF MSK-LENGTH < 0
               MOVE 0 TO MSK-LENGTH
           END-IF.

           MOVE 4 TO MSK-DIGIT-LIMIT.
           IF MASK-DIGIT-RUN NUMERIC
               MOVE MASK-DIGIT-RUN TO MSK-DIGIT-LIMIT
           END-IF.
           MOVE 4 TO MSK-HEAD-LENGTH.
           IF MASK-KEEP-FIRST NUMERIC
               MOVE MASK-KEEP-FIRST TO MSK-HEAD-LENGTH
           END-IF.
           MOVE 4 TO MSK-TAIL-LENGTH.
           IF MASK-KEEP-LAST NUMERIC
               MOVE MASK-KEEP-LAST TO MSK-TAIL-LENGTH
           END-IF.

           MOVE SPACES TO MSK-FILL.
           IF MASK-CHAR = SPACE
               INSPECT MSK-FILL REPLACING ALL SPACE BY '*'
           ELSE
               INSPECT MSK-FILL REPLACING ALL SPACE BY MASK-CHAR
           END-IF.

      *  -----------------------------------------------------------
      *  Method D - measure each run of digits and overwrite the
      *  ones longer than the limit; a run still open at the end of
      *  the payload is closed off after the scan
      *  -----------------------------------------------------------
       MASK-DIGIT-RUNS-IN-PAYLOAD.
           MOVE 0 TO MSK-RUN-LENGTH.
           PERFORM TEST-ONE-CHARACTER
               VARYING MSK-IX FROM 1 BY 1
               UNTIL MSK-IX > MSK-LENGTH.
           PERFORM CLOSE-DIGIT-RUN.

      *  -----------------------------------------------------------
       TEST-ONE-CHARACTER.
           IF MASK-REQ-PAYLOAD(MSK-IX:1) NUMERIC
               IF MSK-RUN-LENGTH = 0
                   MOVE MSK-IX TO MSK-RUN-START
               END-IF
               ADD 1 TO MSK-RUN-LENGTH
           ELSE
               PERFORM CLOSE-DIGIT-RUN
           END-IF.

      *  -----------------------------------------------------------
       CLOSE-DIGIT-RUN.
           IF MSK-RUN-LENGTH > MSK-DIGIT-LIMIT
               MOVE MSK-FILL(1:MSK-RUN-LENGTH)
                       TO MASK-REQ-PAYLOAD(MSK-RUN-START:MSK-RUN-LENGTH)
               MOVE 'Y' TO MASK-REQ-RESULT
           END-IF.
           MOVE 0 TO MSK-RUN-LENGTH.

      *  -----------------------------------------------------------
      *  Method K - overwrite everything between the kept head and
      *  the kept tail of the meaningful length
      *  -----------------------------------------------------------
       MASK-ALL-BUT-ENDS.
           IF MSK-LENGTH > MSK-HEAD-LENGTH + MSK-TAIL-LENGTH
               COMPUTE MSK-RUN-START = MSK-HEAD-LENGTH + 1
               END-COMPUTE
               COMPUTE MSK-RUN-LENGTH =
                   MSK-LENGTH - MSK-HEAD-LENGTH - MSK-TAIL-LENGTH
               END-COMPUTE
               MOVE MSK-FILL(1:MSK-RUN-LENGTH)
                       TO MASK-REQ-PAYLOAD(MSK-RUN-START:MSK-RUN-LENGTH)
               MOVE 'Y' TO MASK-REQ-RESULT
           END-IF.
