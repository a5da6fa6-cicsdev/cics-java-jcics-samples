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
      * Module Name        MQDLQH.CPY                                  *
      *                                                                *
      * Dead-letter message layout for the EDUMQ queue-driven front    *
      * end. EDUMQ moves a request to the dead-letter queue instead    *
      * of processing or losing it when:                               *
      *                                                                *
      *   BACKOUT   its MQMD backout count has reached the PARMFILE    *
      *             EDUMQ/BACKOUT threshold - it has already been      *
      *             backed out that many times by abending tasks, so   *
      *             it is not routed again                             *
      *   NOREPLYQ  it was routed, but names no reply-to queue         *
      *   REPLYPUT  it was routed, but the reply could not be put to   *
      *             its reply-to queue (MQDLQ-MQ-REASON says why)      *
      *                                                                *
      * MQDLQ-REPLY-STATUS and MQDLQ-REPLY-RC are the EDUROUTE         *
      * REPLYSTATUS and REPLYRC the request was answered with - the    *
      * reply that could not be delivered - and are blank and zero     *
      * for a BACKOUT message, which was never routed. The request     *
      * follows the header exactly as it was received (copybook        *
      * MQREQH), MQDLQ-REQUEST-LENGTH bytes of it, with the message    *
      * descriptor fields a replay needs to put it back as the caller  *
      * sent it: message and correlation ids, reply-to queue and       *
      * manager. The dead-letter message's own correlation id is the   *
      * request's message id.                                          *
      *                                                                *
      * The EDUDLQ operator transaction (MDLQ) lists, shows, replays   *
      * and discards these messages.                                   *
      ******************************************************************

       01 MQDLQ-MESSAGE.
          05 MQDLQ-HEADER.
             10 MQDLQ-STRUCID        PIC X(04).
                88 MQDLQ-IS-EDUMQ-HEADER VALUE 'EDLH'.
             10 MQDLQ-REASON         PIC X(08).
             10 MQDLQ-MQ-REASON      PIC 9(09).
             10 MQDLQ-REPLY-STATUS   PIC X(04).
             10 MQDLQ-REPLY-RC       PIC S9(8) SIGN LEADING SEPARATE.
             10 MQDLQ-DATE           PIC X(08).
             10 MQDLQ-TIME           PIC X(06).
             10 MQDLQ-BACKOUT-COUNT  PIC 9(09).
             10 MQDLQ-SOURCE-QUEUE   PIC X(48).
             10 MQDLQ-MSGID          PIC X(24).
             10 MQDLQ-CORRELID       PIC X(24).
             10 MQDLQ-REPLYTOQ       PIC X(48).
             10 MQDLQ-REPLYTOQMGR    PIC X(48).
             10 MQDLQ-PUT-USERID     PIC X(12).
             10 MQDLQ-PUT-DATE       PIC X(08).
             10 MQDLQ-PUT-TIME       PIC X(08).
             10 MQDLQ-REQUEST-LENGTH PIC 9(05).
          05 MQDLQ-REQUEST           PIC X(2083).
