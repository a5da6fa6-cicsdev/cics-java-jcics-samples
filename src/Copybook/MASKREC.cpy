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
      * Module Name        MASKREC.CPY                                 *
      *                                                                *
      * Record layout for the MASKFILE payload-masking control KSDS.   *
      *                                                                *
      * MASKFILE holds two kinds of record, told apart by the first    *
      * byte of the key:                                               *
      *                                                                *
      *   R  client  service   masking rule for one registered client  *
      *                        (copybook CLIREC) on one service - EC01 *
      *                        or EDUCHAN, as AUDIT-PROGRAM names it.  *
      *                        A client of * is the rule for every     *
      *                        client of that service that has no row  *
      *                        of its own.                             *
      *   U  userid  (spaces)  a user allowed to see audit payloads as *
      *                        recorded on the AINQ detail screen      *
      *                                                                *
      * Masking methods:                                               *
      *                                                                *
      *   D   every run of digits longer than MASK-DIGIT-RUN (default  *
      *       4) is overwritten                                        *
      *   K   all but the first MASK-KEEP-FIRST and the last           *
      *       MASK-KEEP-LAST characters (default 4 each) of the        *
      *       payload are overwritten; a payload no longer than the    *
      *       two together is left as it is                            *
      *   W   the whole payload is withheld (blanked)                  *
      *   N   no masking - exempts a client from a * rule              *
      *                                                                *
      * MASK-CHAR is the character written over masked data, * when    *
      * left blank. EC01 and EDUCHAN apply the rule to both audit      *
      * payloads as they build the audit record and note the outcome   *
      * in AUDIT-MASKED-FLAG (copybook AUDITREC); EDUINQ, EDUXTR and   *
      * EDUGEN apply it again to records that were stored in clear.    *
      * A caller that cannot read the rules at all asks EDUMASK for    *
      * method W, so a payload is never exposed because the control    *
      * file was unavailable. The rule is passed to the EDUMASK        *
      * masking routine as it was read, together with the MASKPRM      *
      * parameter block.                                               *
      *                                                                *
      * The file is small and changes rarely; it is loaded and         *
      * amended with IDCAMS REPRO by the data-protection officer's     *
      * change process, and MASK-UPDATED-DATE/TIME/BY record who set   *
      * each row up.                                                   *
      ******************************************************************

       01 MASK-RECORD.
          05 MASK-KEY.
             10 MASK-RECORD-TYPE      PIC X(01).
                88 MASK-RULE-RECORD      VALUE 'R'.
                88 MASK-VIEWER-RECORD    VALUE 'U'.
             10 MASK-KEY-ID           PIC X(08).
             10 MASK-SERVICE          PIC X(08).
          05 MASK-METHOD              PIC X(01).
             88 MASK-DIGIT-RUNS          VALUE 'D'.
             88 MASK-KEEP-ENDS           VALUE 'K'.
             88 MASK-WITHHOLD-ALL        VALUE 'W'.
             88 MASK-NO-MASKING          VALUE 'N'.
          05 MASK-DIGIT-RUN           PIC 9(02).
          05 MASK-KEEP-FIRST          PIC 9(02).
          05 MASK-KEEP-LAST           PIC 9(02).
          05 MASK-CHAR                PIC X(01).
          05 MASK-DESCRIPTION         PIC X(30).
          05 MASK-UPDATED-DATE        PIC X(08).
          05 MASK-UPDATED-TIME        PIC X(06).
          05 MASK-UPDATED-BY          PIC X(08).
          05 MASK-FILLER              PIC X(15).

