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
      * Module Name        RUNLPRM.CPY                                 *
      *                                                                *
      * Parameter block for the EDULEDG run-ledger routine:            *
      *                                                                *
      *   CALL 'EDULEDG' USING RUNL-REQUEST                            *
      *                                                                *
      *   S  start - RUNL-REQ-STEP and RUNL-REQ-PHASE name the step;   *
      *      opens the ledger and marks the step running               *
      *   C  count - add RUNL-REQ-READ and RUNL-REQ-WRITTEN to the     *
      *      step's counts for RUNL-REQ-DATE (blank for the day the    *
      *      night's batch is closing)                                 *
      *   K  keep - the step deliberately left RUNL-REQ-DATE alone;    *
      *      its ledger record keeps the counts it already had         *
      *   Q  query - look up the ledger record for RUNL-REQ-DATE,      *
      *      RUNL-REQ-STEP and RUNL-REQ-PHASE; the RUNL-REQ-ENTRY      *
      *      fields are returned when RUNL-REQ-RESULT is Y             *
      *   E  end - record the step's return code and counts for        *
      *      every date it touched, and close the ledger               *
      *                                                                *
      * RUNL-REQ-RETURN-CODE must hold the caller's RETURN-CODE on     *
      * every call. The routine hands it back as its own return code,  *
      * so a CALL never disturbs the step's RETURN-CODE, and the E     *
      * call records it as the step's result. RUNL-REQ-RESULT is U     *
      * on every call once the ledger could not be opened - the step   *
      * carries on unrecorded and the control step sees it as not      *
      * run.                                                           *
      ******************************************************************

       01 RUNL-REQUEST.
          05 RUNL-REQ-FUNCTION        PIC X(01).
             88 RUNL-REQ-START           VALUE 'S'.
             88 RUNL-REQ-COUNT           VALUE 'C'.
             88 RUNL-REQ-KEEP            VALUE 'K'.
             88 RUNL-REQ-QUERY           VALUE 'Q'.
             88 RUNL-REQ-END             VALUE 'E'.
          05 RUNL-REQ-STEP            PIC X(08).
          05 RUNL-REQ-PHASE           PIC X(08).
          05 RUNL-REQ-DATE            PIC X(08).
          05 RUNL-REQ-READ            PIC 9(09).
          05 RUNL-REQ-WRITTEN         PIC 9(09).
          05 RUNL-REQ-RETURN-CODE     PIC S9(04) COMP-4.
          05 RUNL-REQ-RESULT          PIC X(01).
             88 RUNL-REQ-DONE            VALUE 'Y'.
             88 RUNL-REQ-NOT-FOUND       VALUE 'N'.
             88 RUNL-REQ-UNAVAILABLE     VALUE 'U'.
          05 RUNL-REQ-ENTRY-STATUS    PIC X(01).
             88 RUNL-REQ-ENTRY-ENDED     VALUE 'E'.
          05 RUNL-REQ-ENTRY-COMPLETED PIC X(01).
             88 RUNL-REQ-ENTRY-COMPLETE  VALUE 'Y'.
          05 RUNL-REQ-ENTRY-RC        PIC 9(04).
