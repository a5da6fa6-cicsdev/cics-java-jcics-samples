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
      * Module Name        HCHGREC.CPY                                 *
      *                                                                *
      * Record layout for the HOLCHG holiday-change KSDS. EDUHOL       *
      * (HMNT) writes one record for every date it adds to or deletes  *
      * from HOLFILE, keyed on when the change was made (the CICS      *
      * task number keeps two changes in the same second apart), so    *
      * the file reads back in the order the calendars were changed.   *
      *                                                                *
      * HCHG-ACTION says whether the date was added (A) or deleted     *
      * (D); the holiday type and description are the record as it    *
      * was written or as it stood before the delete. HCHG-TERMID      *
      * and HCHG-USERID say who made the change.                       *
      *                                                                *
      * The nightly EDUHIMP impact job picks up every record whose     *
      * HCHG-REPORTED-DATE is still spaces, re-evaluates the EC01      *
      * business-date answers the change has made wrong, and stamps   *
      * the run date here so the change is reported once.              *
      ******************************************************************

       01 HOL-CHANGE-RECORD.
          05 HCHG-KEY.
             10 HCHG-CHANGE-DATE  PIC X(08).
             10 HCHG-CHANGE-TIME  PIC X(06).
             10 HCHG-TASKN        PIC 9(07).
          05 HCHG-ACTION          PIC X(01).
             88 HCHG-DATE-ADDED      VALUE 'A'.
             88 HCHG-DATE-DELETED    VALUE 'D'.
          05 HCHG-CAL-ID          PIC X(04).
          05 HCHG-HOL-DATE        PIC X(08).
          05 HCHG-HOL-TYPE        PIC X(01).
          05 HCHG-DESCRIPTION     PIC X(32).
          05 HCHG-TERMID          PIC X(04).
          05 HCHG-USERID          PIC X(08).
          05 HCHG-REPORTED-DATE   PIC X(08).
          05 HCHG-FILLER          PIC X(09).
