      * PARMFILE operating-parameter file (copybook PARMREC) at the    *
      * start of each invocation; the compiled-in values remain the    *
      * defaults when the file or the records are absent.              *
      *                                                                *
      * Before the audit record is queued both payloads are passed     *
      * through the caller's masking rule from the MASKFILE control    *
      * file (copybook MASKREC, key R + client + EDUCHAN, falling back *
      * to the client * row) by the EDUMASK routine, over the honoured *
      * input length, and AUDIT-MASKED-FLAG records the outcome. No    *
      * rule leaves the payloads as sent; a MASKFILE that is defined   *
      * but cannot be read withholds them.                             *
      *                                                                *
      * The record names the region that served the call (APPLID and   *
      * SYSID), and the audit sequence is drawn from that region's own *
      * counter, PARMFILE key EDUCHAN/AUDSxxxx with xxxx the SYSID, so *
      * cloned regions neither share nor contend for one number.       *
      ******************************************************************

       IDENTIFICATION DIVISION.
          05 PARM-SEARCH-PROGRAM    PIC X(08).
          05 PARM-SEARCH-NAME       PIC X(08).

      *  Payload-masking control file and rule lookup key
       01 MASK-FILE-NAME     PIC X(08) VALUE 'MASKFILE'.
       01 MASK-SEARCH-KEY.
          05 MASK-SEARCH-TYPE       PIC X(01).
          05 MASK-SEARCH-ID         PIC X(08).
          05 MASK-SEARCH-SERVICE    PIC X(08).
       01 MASK-RESPCODE      PIC S9(8) COMP-4 VALUE 0.
       01 MASK-RULE-FLAG     PIC X VALUE 'N'.
          88 MASK-RULE-FOUND        VALUE 'Y'.
          88 MASK-RULE-NONE         VALUE 'N'.

      *  Data fields used by the program
       01 INPUTLENGTH        PIC S9(8) COMP-4 VALUE 0.
       01 DATALENGTH         PIC S9(8) COMP-4 VALUE 0.
      *  EDUBATCH, EDUPARM
       COPY PARMREC.

      *  Payload-masking rule and the EDUMASK parameter block
       COPY MASKREC.
       COPY MASKPRM.

       PROCEDURE DIVISION.
      *  -----------------------------------------------------------
               (ENDTIME - CURRENTTIME) * 1000
           END-COMPUTE.

      *  The region serving the call - it also picks the sequence
      *  counter
           MOVE SPACES TO AUDIT-REGION.
           EXEC CICS ASSIGN APPLID(AUDIT-APPLID)
                            SYSID(AUDIT-SYSID)
                            RESP(SEQ-RESPCODE)
                            END-EXEC.

           PERFORM NEXT-AUDIT-SEQUENCE.
           MOVE AUDIT-SEQ-NUM TO AUDIT-SEQUENCE.

                   TO AUDIT-INPUT-DATA.
           MOVE OUTPUTSTRING(1:LENGTH OF AUDIT-OUTPUT-DATA)
                   TO AUDIT-OUTPUT-DATA.
           MOVE SPACES TO AUDIT-EC01-ADJUST.
           PERFORM MASK-AUDIT-PAYLOADS.

      *  Hand the record to the AUDQ queue for the EDUAUDW writer
      *  task to harden - an audit-path problem must never slow or
           END-IF.

      *  -----------------------------------------------------------
      *  Mask both audit payloads with this client's EDUCHAN rule,
      *  over the honoured input length up to the 80 bytes each
      *  payload field keeps
      *  -----------------------------------------------------------
       MASK-AUDIT-PAYLOADS.
           MOVE SPACE TO AUDIT-MASKED-FLAG.
           PERFORM READ-MASK-RULE.
           IF MASK-RULE-FOUND
               IF DATALENGTH > LENGTH OF AUDIT-INPUT-DATA
                   MOVE LENGTH OF AUDIT-INPUT-DATA TO MASK-REQ-LENGTH
               ELSE
                   MOVE DATALENGTH TO MASK-REQ-LENGTH
               END-IF
               MOVE AUDIT-INPUT-DATA TO MASK-REQ-PAYLOAD
               CALL 'EDUMASK' USING MASK-RECORD MASK-REQUEST
               MOVE MASK-REQ-PAYLOAD TO AUDIT-INPUT-DATA
               PERFORM NOTE-MASK-RESULT
               MOVE AUDIT-OUTPUT-DATA TO MASK-REQ-PAYLOAD
               CALL 'EDUMASK' USING MASK-RECORD MASK-REQUEST
               MOVE MASK-REQ-PAYLOAD TO AUDIT-OUTPUT-DATA
               PERFORM NOTE-MASK-RESULT
           END-IF.

      *  -----------------------------------------------------------
      *  Withheld outranks masked in the record's flag
      *  -----------------------------------------------------------
       NOTE-MASK-RESULT.
           EVALUATE TRUE
               WHEN MASK-REQ-WITHHELD
                   MOVE 'W' TO AUDIT-MASKED-FLAG
               WHEN MASK-REQ-MASKED AND NOT AUDIT-PAYLOAD-WITHHELD
                   MOVE 'Y' TO AUDIT-MASKED-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *  -----------------------------------------------------------
      *  Find the masking rule for this client on EDUCHAN - its own
      *  row first, then the service-wide client * row. A rule of
      *  method N, or no rule at all, means no masking. A MASKFILE
      *  not defined in the region has no rules; one that is
      *  defined but cannot be read gets method W, so nothing goes
      *  out in clear because the rules were unavailable.
      *  -----------------------------------------------------------
       READ-MASK-RULE.
           MOVE 'N' TO MASK-RULE-FLAG.
           MOVE 'R' TO MASK-SEARCH-TYPE.
           MOVE CLIENT-ID-VALUE TO MASK-SEARCH-ID.
           MOVE 'EDUCHAN' TO MASK-SEARCH-SERVICE.
           EXEC CICS READ FILE(MASK-FILE-NAME)
                          INTO(MASK-RECORD)
                          RIDFLD(MASK-SEARCH-KEY)
                          KEYLENGTH(LENGTH OF MASK-SEARCH-KEY)
                          RESP(MASK-RESPCODE)
                          END-EXEC.

           IF MASK-RESPCODE = DFHRESP(NOTFND)
               MOVE '*' TO MASK-SEARCH-ID
               EXEC CICS READ FILE(MASK-FILE-NAME)
                              INTO(MASK-RECORD)
                              RIDFLD(MASK-SEARCH-KEY)
                              KEYLENGTH(LENGTH OF MASK-SEARCH-KEY)
                              RESP(MASK-RESPCODE)
                              END-EXEC
           END-IF.

           EVALUATE TRUE
               WHEN MASK-RESPCODE = DFHRESP(NORMAL)
                   IF NOT MASK-NO-MASKING
                       MOVE 'Y' TO MASK-RULE-FLAG
                   END-IF
               WHEN MASK-RESPCODE = DFHRESP(NOTFND)
               WHEN MASK-RESPCODE = DFHRESP(FILENOTFOUND)
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO MASK-RECORD
                   MOVE 'W' TO MASK-METHOD
                   MOVE 'Y' TO MASK-RULE-FLAG
           END-EVALUATE.

      *  -----------------------------------------------------------
      *  Draw the next audit-trail sequence number from this region's
      *  PARMFILE EDUCHAN/AUDSxxxx record (xxxx the SYSID;
      *  EDUCHAN/AUDITSEQ for a region without one), which the VSAM
      *  READ UPDATE serializes across concurrent tasks. Wraps from
      *  99999999 back to 1. Any trouble leaves the sequence at zero
      *  (counter unavailable) - the business call is never held up
      *  or failed for it, and the EDUSEQR reconciliation reports
      *  unsequenced records separately.
      *  -----------------------------------------------------------
       NEXT-AUDIT-SEQUENCE.
           MOVE 0 TO AUDIT-SEQ-NUM.
           MOVE 'EDUCHAN' TO PARM-SEARCH-PROGRAM.
           IF AUDIT-SYSID = SPACES
               MOVE 'AUDITSEQ' TO PARM-SEARCH-NAME
           ELSE
               MOVE 'AUDS' TO PARM-SEARCH-NAME(1:4)
               MOVE AUDIT-SYSID TO PARM-SEARCH-NAME(5:4)
           END-IF.
           EXEC CICS READ FILE(PARM-FILE-NAME)
                          INTO(PARM-RECORD)
                          RIDFLD(PARM-SEARCH-KEY)
