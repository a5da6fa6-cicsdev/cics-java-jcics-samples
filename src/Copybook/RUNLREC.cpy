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
      * Module Name        RUNLREC.CPY                                 *
      *                                                                *
      * Record layout for the RUNLEDG nightly batch run-control        *
      * ledger KSDS, keyed on business date, step and phase.           *
      *                                                                *
      * The business date is the AUDIT-KEY-DATE of the audit records   *
      * a step processed; a step that read several days writes one     *
      * record per day, and a step with no dated input (EDUHCHK,       *
      * EDUBDAY) records against the day before the run date - the day *
      * the night's batch is closing. RUNL-PHASE is blank except where *
      * a program runs as more than one step (EDUARCH ARCHIVE and      *
      * DELETE).                                                       *
      *                                                                *
      * The record is written R (running) when a step starts and       *
      * turned to E (ended) with its return code and counts when the   *
      * step finishes, so a step that abended or never got past its    *
      * opens is still R in the morning. A rerun overwrites the        *
      * record and adds one to RUNL-ATTEMPTS. RUNL-COMPLETED-FLAG is   *
      * set the first time an attempt ends below return code 8 and     *
      * is never cleared; EDUARCH relies on it so a rerun never        *
      * archives the same day twice.                                   *
      *                                                                *
      * Steps write the ledger through the EDULEDG routine (copybook   *
      * RUNLPRM); the EDURCTL control step reads it to tie the counts  *
      * across steps, writes its own EDURCTL record as the release     *
      * for the AUDTFILE purge, and prints the morning sign-off.       *
      ******************************************************************

       01 RUNL-RECORD.
          05 RUNL-KEY.
             10 RUNL-BUSINESS-DATE    PIC X(08).
             10 RUNL-STEP             PIC X(08).
             10 RUNL-PHASE            PIC X(08).
          05 RUNL-STATUS              PIC X(01).
             88 RUNL-STEP-RUNNING        VALUE 'R'.
             88 RUNL-STEP-ENDED          VALUE 'E'.
          05 RUNL-COMPLETED-FLAG      PIC X(01).
             88 RUNL-EVER-COMPLETED      VALUE 'Y'.
          05 RUNL-ATTEMPTS            PIC 9(03).
          05 RUNL-START-DATE          PIC X(08).
          05 RUNL-START-TIME          PIC X(06).
          05 RUNL-END-DATE            PIC X(08).
          05 RUNL-END-TIME            PIC X(06).
          05 RUNL-RETURN-CODE         PIC 9(04).
          05 RUNL-READ-COUNT          PIC 9(09).
          05 RUNL-WRITTEN-COUNT       PIC 9(09).
          05 RUNL-FILLER              PIC X(21).
