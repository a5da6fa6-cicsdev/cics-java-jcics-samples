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
      * Module Name        BDAYREC.CPY                                 *
      *                                                                *
      * One row of the forward business-day table EDUBDAY publishes    *
      * from HOLFILE: one row per calendar per date, from the run      *
      * date to the end of the PARMFILE EDUBDAY/HORIZON, in calendar   *
      * then date order. BDAY-CALENDAR is a HOLFILE calendar id, or    *
      * the name of a joint combination from the BDAYCTL JOINT         *
      * statements - a date is a business day on a combination only    *
      * when it is one on every calendar named, as in EC01.            *
      *                                                                *
      * BDAY-HOL-TYPE and BDAY-DESCRIPTION are the HOLFILE record's    *
      * for a holiday (on a combination, the first calendar named      *
      * that has one); a Saturday or Sunday with no holiday record     *
      * has a blank type and description WEEKEND, and a business day   *
      * has both blank.                                                *
      *                                                                *
      * BDAY-ORDINAL numbers the business days of each calendar year   *
      * from 1, so a late holiday renumbers only the rest of its own   *
      * year. A closed day carries the ordinal of the business day     *
      * before it in the same year, zero before the year's first.      *
      * BDAY-NEXT-DATE and BDAY-PREV-DATE are the nearest business     *
      * days after and before the date; the table looks 31 days past   *
      * the horizon for the last, and either is blank only when the    *
      * calendar is closed for longer than that.                       *
      *                                                                *
      * The same layout carries the BDAYDLT delta file, where          *
      * BDAY-CHANGE says what happened to the row since the last       *
      * publication: A added, C changed (the new row), D withdrawn     *
      * (the row as last published). It is blank on BDAYFIX.           *
      * BDAY-PUBLISHED-DATE is the run date the row was worked out     *
      * on - older than the run date on the rows of a calendar that    *
      * was refused and carried forward as last published.             *
      ******************************************************************

       01 BDAY-RECORD.
          05 BDAY-KEY.
             10 BDAY-CALENDAR        PIC X(08).
             10 BDAY-DATE            PIC X(08).
          05 BDAY-DETAIL.
             10 BDAY-BUSINESS-FLAG   PIC X(01).
                88 BDAY-IS-BUSINESS-DAY VALUE 'Y'.
                88 BDAY-IS-CLOSED       VALUE 'N'.
             10 BDAY-HOL-TYPE        PIC X(01).
             10 BDAY-DESCRIPTION     PIC X(32).
             10 BDAY-ORDINAL         PIC 9(03).
             10 BDAY-NEXT-DATE       PIC X(08).
             10 BDAY-PREV-DATE       PIC X(08).
          05 BDAY-CHANGE             PIC X(01).
             88 BDAY-ROW-ADDED          VALUE 'A'.
             88 BDAY-ROW-CHANGED        VALUE 'C'.
             88 BDAY-ROW-WITHDRAWN      VALUE 'D'.
          05 BDAY-PUBLISHED-DATE     PIC X(08).
          05 BDAY-FILLER             PIC X(02).
