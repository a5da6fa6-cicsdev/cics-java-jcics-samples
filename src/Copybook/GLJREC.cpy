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
      * Module Name        GLJREC.CPY                                  *
      *                                                                *
      * Record layout for the GLJRNL general-ledger journal written    *
      * by the EDUCHRG month-end chargeback step: fixed 80-byte        *
      * records, one header, one detail per client and service         *
      * charged, and one trailer.                                      *
      *                                                                *
      * A detail debits the client's account (RATEREC RATE-GL-         *
      * ACCOUNT) and credits the recovery account (PARMFILE key        *
      * EDUCHRG/INCOMEGL) with the month's charge. Amounts are         *
      * zoned decimal with a leading separate sign, two decimals       *
      * implied. The trailer carries the detail count and the sum of   *
      * the detail amounts for the ledger load to balance against. A   *
      * run that fails part way writes no trailer, and a journal       *
      * without one must not be loaded.                                *
      ******************************************************************

       01 GL-JOURNAL-RECORD.
          05 GLJ-RECORD-TYPE         PIC X(01).
             88 GLJ-HEADER-RECORD       VALUE 'H'.
             88 GLJ-DETAIL-RECORD       VALUE 'D'.
             88 GLJ-TRAILER-RECORD      VALUE 'T'.
          05 GLJ-PERIOD              PIC X(06).
          05 GLJ-DETAIL.
             10 GLJ-DEBIT-ACCOUNT    PIC X(10).
             10 GLJ-CREDIT-ACCOUNT   PIC X(10).
             10 GLJ-CLIENT-ID        PIC X(08).
             10 GLJ-SERVICE          PIC X(08).
             10 GLJ-AMOUNT           PIC S9(09)V9(02)
                                     SIGN LEADING SEPARATE.
             10 GLJ-NARRATIVE        PIC X(25).
          05 GLJ-HEADER REDEFINES GLJ-DETAIL.
             10 GLJ-RUN-DATE         PIC X(08).
             10 GLJ-SOURCE           PIC X(08).
             10 GLJ-HEADER-FILLER    PIC X(57).
          05 GLJ-TRAILER REDEFINES GLJ-DETAIL.
             10 GLJ-RECORD-COUNT     PIC 9(07).
             10 GLJ-TOTAL-AMOUNT     PIC S9(11)V9(02)
                                     SIGN LEADING SEPARATE.
             10 GLJ-TRAILER-FILLER   PIC X(52).
