      * filled, in the first half of PARM-VALUE (the PARM-NUMBER       *
      * redefinition); anything else is taken as text.                 *
      *                                                                *
      * PARM-APPROVAL-FLAG Y designates a sensitive parameter: a PMNT  *
      * S change to it is journalled pending (copybook CHGJREC) and    *
      * only takes effect when a second user approves it. The flag is  *
      * itself set and cleared with PMNT G, always under approval.     *
      *                                                                *
      * Parameters in use:                                             *
      *                                                                *
      *   EDUCHAN  MAXINLEN  largest INPUTDATALENGTH honoured          *
      *   EDUHOL   COVDAYS   minimum days of future HOLFILE coverage   *
      *                      per calendar before the EDUHOL C command  *
      *                      and the EDUHCHK nightly step raise an     *
      *                      alert, and EDUBDAY refuses to publish     *
      *                      the calendar                              *
      *   EDUBDAY  HORIZON   days of rows the forward business-day     *
      *                      table carries per calendar (366, at most  *
      *                      1830)                                     *
      *   EC01     AUDSxxxx  last audit-trail sequence number issued   *
      *   EDUCHAN  AUDSxxxx  in the CICS region whose SYSID is xxxx    *
      *   EDUDLQ   AUDSxxxx  - maintained by the programs themselves   *
      *                      (READ UPDATE/REWRITE per call), not set   *
      *                      by hand; delete the record to restart a   *
      *                      sequence at 1. A region with no SYSID     *
      *                      uses AUDITSEQ, the name all regions       *
      *                      shared before the sequences were kept     *
      *                      per region                                *
      *   EDUHIMP  LOOKBACK  days of EC01 answers the late-holiday     *
      *                      impact report re-evaluates                *
      *   EDUPARM  CHANGEID  last change-journal number issued to a    *
      *                      PMNT/HMNT change - maintained by the      *
      *                      programs, not set by hand                 *
      *   EDUCHRG  INCOMEGL  general-ledger account the month-end      *
      *                      chargeback journal credits (text)         *
      *   EDUHMON  WINDOW    calls in each rolling health window (20,  *
      *                      at most 50)                               *
      *   EDUHMON  MINCALLS  calls a window needs before it is judged  *
      *   EDUHMON  FAILWARN  failure % raising a WARNING alert         *
      *   EDUHMON  FAILTRIP  failure % raising CRITICAL and tripping   *
      *                      the back end's breaker open               *
      *   EDUHMON  USECWARN  average elapsed usec raising a WARNING    *
      *   EDUHMON  USECTRIP  average elapsed usec raising CRITICAL     *
      *                      and tripping the breaker open             *
      *   EDUHMON  PROBESEC  seconds between probe calls while open    *
      *   EDUHMON  PROBEOK   good probes in a row that close it        *
      *   EDUHMON  INTERVAL  seconds between monitor cycles (5, at     *
      *                      most 60)                                  *
      *   EDUMQ    BACKOUT   backout count at which EDUMQ sets a       *
      *                      request aside on the dead-letter queue    *
      *                      instead of routing it again (3)           *
      *   EDUREDCT RETNDAYS  days AUDTHIST payloads are kept before    *
      *                      the retention pass blanks them (90)       *
      ******************************************************************

       01 PARM-RECORD.
             10 FILLER             PIC X(08).
          05 PARM-UPDATED-DATE     PIC X(08).
          05 PARM-UPDATED-TIME     PIC X(06).
          05 PARM-APPROVAL-FLAG    PIC X(01).
             88 PARM-NEEDS-APPROVAL   VALUE 'Y'.
          05 PARM-FILLER           PIC X(17).
