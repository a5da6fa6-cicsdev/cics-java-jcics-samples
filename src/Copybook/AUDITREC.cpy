      * millisecond ABSTIME carries). The EDULAT batch report reads    *
      * it to break response times down by program, status and hour.   *
      *                                                                *
      * AUDIT-SEQUENCE is a per-program, per-region incrementing       *
      * number drawn from the writer's PARMFILE record (key            *
      * <program>/AUDSxxxx, xxxx the region's SYSID - see below) as    *
      * each audit record is built, wrapping from 99999999 back        *
      * to 1. The EDUSEQR daily reconciliation scans it for gaps, so   *
      * a record shed by the decoupled audit path is provable, not     *
      * just alerted. Zero means no number was drawn: the counter     *
      * so the EDUGEN generator can turn a day's real traffic back     *
      * into TESTREC regression cases. AUDIT-INPUT-DATA still only     *
      * keeps the first 80 bytes of the payload.                       *
      *                                                                *
      * For EC01 the payload is the commarea: AUDIT-INPUT-DATA holds   *
      * it as the caller sent it (copybook EC01CA - function, base     *
      * date, days, calendar) and AUDIT-OUTPUT-DATA as answered, so    *
      * the EDUHIMP impact job can re-evaluate a past business-date    *
      * answer against today's HOLFILE. Records written before the     *
      * request image was kept carry the constant LINK COMMAREA.       *
      * The version '04' commarea runs past those 80 bytes, so its     *
      * LK-BUSDATE-ADJUST area - roll convention, end-of-month rule    *
      * and joint calendars - is kept in AUDIT-EC01-ADJUST; spaces for *
      * EDUCHAN and for EC01 calls made at a shorter length.           *
      *                                                                *
      * AUDIT-MASKED-FLAG says what has been done to the payloads.     *
      * EC01 and EDUCHAN apply the caller's masking rule (MASKFILE,    *
      * copybook MASKREC) as they build the record: Y when the rule    *
      * overwrote part of either payload, W when both were withheld    *
      * because the rules could not be read. The EDUREDCT retention    *
      * pass over AUDTHIST sets R when it blanks the payloads of an    *
      * aged record; keys, status, timings and sequence stay intact.   *
      * Spaces means the payloads are as the caller sent them.         *
      *                                                                *
      * AUDIT-APPLID and AUDIT-SYSID name the CICS region that served  *
      * the call - the back ends run cloned in more than one AOR. Each *
      * region keeps its own sequence counter, so AUDIT-SEQUENCE is    *
      * unique only within a program and a region, and each region     *
      * hardens its records to its own AUDTFILE. The EDUARCH archive   *
      * merges the regions' files into one AUDTHIST generation, and    *
      * the EDUSEQR, EDURPT, EDULAT and EDUTREND reporting breaks its  *
      * figures down by region as well as in total. The EDUAUDW writer *
      * stamps its own region on any record queued without one; the    *
      * fields are spaces only on records written before the region    *
      * was kept, which the reporting shows as region (NONE).          *
      ******************************************************************

       01 AUDIT-RECORD.
          05 AUDIT-INPUT-LENGTH        PIC 9(05).
          05 AUDIT-INPUT-DATA          PIC X(80).
          05 AUDIT-OUTPUT-DATA         PIC X(80).
          05 AUDIT-EC01-ADJUST.
             10 AUDIT-EC01-CONVENTION  PIC X(04).
             10 AUDIT-EC01-EOM-RULE    PIC X(01).
             10 AUDIT-EC01-JOINT-CAL   PIC X(04) OCCURS 4 TIMES.
          05 AUDIT-MASKED-FLAG         PIC X(01).
             88 AUDIT-PAYLOAD-CLEAR       VALUE SPACE.
             88 AUDIT-PAYLOAD-MASKED      VALUE 'Y'.
             88 AUDIT-PAYLOAD-WITHHELD    VALUE 'W'.
             88 AUDIT-PAYLOAD-REDACTED    VALUE 'R'.
          05 AUDIT-REGION.
             10 AUDIT-APPLID           PIC X(08).
             10 AUDIT-SYSID            PIC X(04).
