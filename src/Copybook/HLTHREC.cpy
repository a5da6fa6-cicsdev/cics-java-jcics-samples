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
      * Module Name        HLTHREC.CPY                                 *
      *                                                                *
      * Record layouts for the EDUROUTE service health monitor.        *
      *                                                                *
      * HEALTH-EVENT-RECORD is one call's outcome as EDUROUTE saw it:  *
      * the back end called, the registered client, OK or FAIL as a    *
      * health outcome (a caller's own bad request is OK - the service *
      * answered it; a LINK failure, an abend, an ECAL calendar error  *
      * or a non-zero EDUCHAN CICSRC is FAIL), the REPLYRC, and the    *
      * elapsed microseconds of the LINK, measured the same way as     *
      * AUDIT-ELAPSED-USEC (copybook AUDITREC). EDUROUTE writes it to  *
      * the HLTQ intra-partition transient-data queue, defined NOT     *
      * recoverable and without a trigger, which the long-running      *
      * EDUHMON monitor (transaction HMON) drains.                     *
      *                                                                *
      * HEALTH-STATUS-RECORD is an item of the EDUHLTH main-storage    *
      * temporary-storage queue the monitor publishes and EDUROUTE     *
      * and the EDUHBRK operator command (HBRK) read:                  *
      *                                                                *
      *   item 1   the monitor itself - heartbeat and stop request     *
      *   item 2   the EC01 breaker and rolling-window figures         *
      *   item 3   the EDUCHAN breaker and rolling-window figures      *
      *   item 4-  one per back end and client seen, window figures    *
      *                                                                *
      * A breaker is CLOSED (calls flow) or OPEN (EDUROUTE answers     *
      * FAIL, REPLYRC -3, without calling the back end). While open,   *
      * one probe call is let through every HST-PROBE-INTERVAL-MS,     *
      * the next one due at HST-NEXT-PROBE-ABSTIME. HST-FORCED-FLAG is *
      * set by hand with HBRK and overrides the monitor either way.    *
      * Read-modify-write of an item is serialised on an ENQ of the    *
      * queue name. Times are ABSTIME milliseconds.                    *
      ******************************************************************

       01 HEALTH-EVENT-RECORD.
          05 HEV-SERVICE          PIC X(08).
          05 HEV-CLIENT-ID        PIC X(08).
          05 HEV-OUTCOME          PIC X(01).
             88 HEV-OUTCOME-OK       VALUE 'O'.
             88 HEV-OUTCOME-FAIL     VALUE 'F'.
          05 HEV-PROBE-FLAG       PIC X(01).
             88 HEV-PROBE-CALL       VALUE 'Y'.
          05 HEV-REPLY-RC         PIC S9(08) COMP-4.
          05 HEV-ELAPSED-USEC     PIC S9(15) COMP-3.
          05 HEV-ABSTIME          PIC S9(15) COMP-3.
          05 HEV-FILLER           PIC X(10).

       01 HEALTH-STATUS-RECORD.
          05 HST-RECORD-TYPE      PIC X(01).
             88 HST-MONITOR-ITEM     VALUE 'M'.
             88 HST-SERVICE-ITEM     VALUE 'S'.
             88 HST-CLIENT-ITEM      VALUE 'C'.
          05 HST-SERVICE          PIC X(08).
          05 HST-CLIENT-ID        PIC X(08).
          05 HST-BREAKER-STATE    PIC X(01).
             88 HST-BREAKER-CLOSED   VALUE 'C'.
             88 HST-BREAKER-OPEN     VALUE 'O'.
          05 HST-FORCED-FLAG      PIC X(01).
             88 HST-AUTOMATIC        VALUE SPACE.
             88 HST-FORCED-OPEN      VALUE 'O'.
             88 HST-FORCED-CLOSED    VALUE 'C'.
          05 HST-ALERT-LEVEL      PIC 9(01).
             88 HST-LEVEL-NORMAL     VALUE 0.
             88 HST-LEVEL-WARNING    VALUE 1.
             88 HST-LEVEL-CRITICAL   VALUE 2.
          05 HST-CALLS            PIC 9(05).
          05 HST-FAILS            PIC 9(05).
          05 HST-FAIL-PCT         PIC 9(03).
          05 HST-AVG-USEC         PIC 9(10).
          05 HST-PROBE-OK-COUNT   PIC 9(03).
          05 HST-STOP-FLAG        PIC X(01).
             88 HST-STOP-REQUESTED   VALUE 'Y'.
          05 HST-PROBE-INTERVAL-MS PIC S9(15) COMP-3.
          05 HST-NEXT-PROBE-ABSTIME PIC S9(15) COMP-3.
          05 HST-UPDATED-ABSTIME  PIC S9(15) COMP-3.
          05 HST-CHANGED-ABSTIME  PIC S9(15) COMP-3.
          05 HST-CHANGED-BY       PIC X(08).
          05 HST-FILLER           PIC X(13).
