      * EDUHOL/COVDAYS, compiled-in default 30). Return codes: 0 all   *
      * calendars covered, 4 one or more calendars LOW (or no         *
      * calendars loaded at all), 16 could not open/read a file.       *
      *                                                                *
      * The step is recorded on the RUNLEDG run ledger through the     *
      * EDULEDG routine (copybook RUNLPRM), with the HOLFILE records   *
      * read, against the day the night's batch is closing, for the    *
      * EDURCTL morning sign-off.                                      *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 HCHK-DAYS-DISP            PIC -(5)9.
       01 HCHK-FLAG-TEXT            PIC X(4) VALUE SPACES.

      *  Run-ledger parameter block for the EDULEDG calls
       COPY RUNLPRM.

       PROCEDURE DIVISION.
      *  -----------------------------------------------------------
       MAIN-PROCESSING SECTION.
           MOVE FUNCTION INTEGER-OF-DATE(HCHK-RUN-DATE-N)
                   TO HCHK-RUN-DATE-INT.

           MOVE 'S' TO RUNL-REQ-FUNCTION.
           MOVE 'EDUHCHK' TO RUNL-REQ-STEP.
           MOVE SPACES TO RUNL-REQ-PHASE.
           PERFORM CALL-RUN-LEDGER.

           OPEN INPUT HOLIDAY-FILE.
           IF HCHK-HOLFILE-STATUS NOT = '00'
               DISPLAY 'EDUHCHK: UNABLE TO OPEN HOLFILE, STATUS='
           END-IF.
           ADD 1 TO HCHK-CAL-COUNT.
           MOVE HOL-DATE TO HCHK-CAL-LAST-DATE.
           MOVE 'C' TO RUNL-REQ-FUNCTION.
           MOVE SPACES TO RUNL-REQ-DATE.
           MOVE 1 TO RUNL-REQ-READ.
           MOVE 0 TO RUNL-REQ-WRITTEN.
           PERFORM CALL-RUN-LEDGER.
           PERFORM READ-NEXT-HOLIDAY-RECORD.

      *  -----------------------------------------------------------

           CLOSE HOLIDAY-FILE.
           CLOSE REPORT-OUTPUT-FILE.
           MOVE 'E' TO RUNL-REQ-FUNCTION.
           PERFORM CALL-RUN-LEDGER.

      *  -----------------------------------------------------------
      *  Every EDULEDG call goes through here - the routine hands
      *  back the return code it is given, so the step's own stands
      *  -----------------------------------------------------------
       CALL-RUN-LEDGER.
           MOVE RETURN-CODE TO RUNL-REQ-RETURN-CODE.
           CALL 'EDULEDG' USING RUNL-REQUEST.
