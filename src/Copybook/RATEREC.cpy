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
      * Module Name        RATEREC.CPY                                 *
      *                                                                *
      * Record layout for the RATEFILE chargeback rate-table KSDS,     *
      * keyed on registered client (copybook CLIREC) plus service -    *
      * the back end the audit record was written by, EC01 or          *
      * EDUCHAN. Read by the EDUCHRG month-end chargeback step.        *
      *                                                                *
      * RATE-PER-CALL is charged for every call that ended OK,         *
      * RATE-FAIL-CALL instead of it for every call that did not.      *
      * RATE-PER-KB is charged on the AUDIT-INPUT-LENGTH of the        *
      * successful calls, summed over the month and taken in KB of     *
      * 1024 bytes - it applies to EDUCHAN only, EC01 has no payload   *
      * to speak of. When a client's month on a service comes to less  *
      * than RATE-MONTHLY-MIN the difference is charged as a minimum   *
      * adjustment - the whole minimum in a month the client made no   *
      * calls to the service at all. RATE-GL-ACCOUNT is the            *
      * general-ledger account the client's business line is debited   *
      * on.                                                            *
      *                                                                *
      * The client STANDARD holds the house rates: a registered client *
      * with no rate record of its own for a service is charged at     *
      * them, and the calls nobody can be charged for (client DEFAULT, *
      * no client, or an id CLIFILE does not know) are priced at them  *
      * and posted to STANDARD's account as the unallocated suspense.  *
      * Records are loaded and maintained as a simple batch of         *
      * records, like CLIFILE.                                         *
      ******************************************************************

       01 RATE-RECORD.
          05 RATE-KEY.
             10 RATE-CLIENT-ID    PIC X(08).
             10 RATE-SERVICE      PIC X(08).
          05 RATE-PER-CALL        PIC 9(03)V9(04).
          05 RATE-PER-KB          PIC 9(03)V9(04).
          05 RATE-FAIL-CALL       PIC 9(03)V9(04).
          05 RATE-MONTHLY-MIN     PIC 9(07)V9(02).
          05 RATE-GL-ACCOUNT      PIC X(10).
          05 RATE-UPDATED-DATE    PIC X(08).
          05 RATE-FILLER          PIC X(16).
