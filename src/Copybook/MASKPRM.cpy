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
      * Module Name        MASKPRM.CPY                                 *
      *                                                                *
      * Parameter block for the EDUMASK payload-masking routine,       *
      * called as CALL 'EDUMASK' USING MASK-RECORD MASK-REQUEST with   *
      * the rule read from MASKFILE (copybook MASKREC). The payload    *
      * and the length of it that is meaningful - at most the 80       *
      * bytes the audit record keeps - go in; the payload comes back   *
      * masked, with MASK-REQ-RESULT saying whether anything was       *
      * changed or the whole payload was withheld.                     *
      ******************************************************************

       01 MASK-REQUEST.
          05 MASK-REQ-LENGTH          PIC S9(04) COMP-4.
          05 MASK-REQ-RESULT          PIC X(01).
             88 MASK-REQ-UNCHANGED       VALUE 'N'.
             88 MASK-REQ-MASKED          VALUE 'Y'.
             88 MASK-REQ-WITHHELD        VALUE 'W'.
          05 MASK-REQ-PAYLOAD         PIC X(80).
