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
      * Module Name        CHGJREC.CPY                                 *
      *                                                                *
      * Record layout for the CHGJRNL maintenance change-journal KSDS. *
      * EDUPARM (PMNT) and EDUHOL (HMNT) write one record for every    *
      * change they are asked to make to PARMFILE or HOLFILE, keyed    *
      * on a change number drawn from PARMFILE key EDUPARM/CHANGEID -  *
      * the number the approve and reject commands are given.          *
      *                                                                *
      * CJ-BEFORE-IMAGE is the record as it stood when the change was  *
      * asked for (spaces for a new record) and CJ-AFTER-IMAGE the     *
      * record as it is to be (spaces for a delete), both in the       *
      * file's own layout (PARMREC or HOLREC). CJ-USERID, CJ-TERMID    *
      * and CJ-REASON say who asked for it and why.                    *
      *                                                                *
      * CJ-STATE follows the change: A applied at once (a parameter    *
      * not designated sensitive), P pending a second user's approval  *
      * (a sensitive parameter, every calendar change), Y approved and *
      * applied, R rejected, F could not be applied. The approver or   *
      * rejecter and when are in the CJ-DECIDED fields. The daily      *
      * EDUJRNL listing reads the file for the audit team.             *
      ******************************************************************

       01 CHANGE-JOURNAL-RECORD.
          05 CJ-KEY.
             10 CJ-CHANGE-ID      PIC 9(08).
          05 CJ-SOURCE            PIC X(04).
          05 CJ-ACTION            PIC X(01).
             88 CJ-ACTION-SET        VALUE 'S'.
             88 CJ-ACTION-GUARD      VALUE 'G'.
             88 CJ-ACTION-ADD        VALUE 'A'.
             88 CJ-ACTION-DELETE     VALUE 'D'.
          05 CJ-FILE              PIC X(08).
          05 CJ-RECORD-KEY        PIC X(16).
          05 CJ-STATE             PIC X(01).
             88 CJ-STATE-APPLIED     VALUE 'A'.
             88 CJ-STATE-PENDING     VALUE 'P'.
             88 CJ-STATE-APPROVED    VALUE 'Y'.
             88 CJ-STATE-REJECTED    VALUE 'R'.
             88 CJ-STATE-FAILED      VALUE 'F'.
          05 CJ-CHANGE-DATE       PIC X(08).
          05 CJ-CHANGE-TIME       PIC X(06).
          05 CJ-USERID            PIC X(08).
          05 CJ-TERMID            PIC X(04).
          05 CJ-REASON            PIC X(40).
          05 CJ-BEFORE-IMAGE      PIC X(80).
          05 CJ-AFTER-IMAGE       PIC X(80).
          05 CJ-DECIDED-BY        PIC X(08).
          05 CJ-DECIDED-DATE      PIC X(08).
          05 CJ-DECIDED-TIME      PIC X(06).
          05 CJ-DECISION-REASON   PIC X(40).
          05 CJ-FILLER            PIC X(14).
