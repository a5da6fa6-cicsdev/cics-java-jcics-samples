      * The commarea carries the selection, the keys of the lines on   *
      * the current page (for S) and the resume key (for N) between    *
      * pseudo-conversational steps.                                   *
      *                                                                *
      * Payloads on the detail screen are shown as recorded only to    *
      * the users listed on the MASKFILE control file (copybook        *
      * MASKREC, key U + userid). For everyone else a payload stored   *
      * in clear is put through the client's masking rule for the      *
      * audited program by the EDUMASK routine before it is shown, so  *
      * a rule protects records written before it existed too. A       *
      * payload masked, withheld or redacted when it was recorded      *
      * (AUDIT-MASKED-FLAG) cannot be shown in clear to anybody; the   *
      * screen says which.                                             *
      ******************************************************************

       IDENTIFICATION DIVISION.
       01 INQ-FMT-DATE       PIC X(10) VALUE SPACES.
       01 INQ-FMT-TIME       PIC X(8) VALUE SPACES.

      *  Payload masking for the detail display - the viewer's
      *  userid, whether they may see payloads as recorded, and the
      *  MASKFILE rule for the record's client and program
       01 INQ-MASK-FILE      PIC X(8) VALUE 'MASKFILE'.
       01 INQ-USERID         PIC X(8) VALUE SPACES.
       01 INQ-VIEWER-FLAG    PIC X VALUE 'N'.
          88 UNMASKED-VIEWER VALUE 'Y'.
       01 INQ-MASK-RULE-FLAG PIC X VALUE 'N'.
          88 INQ-MASK-RULE-FOUND VALUE 'Y'.
       01 INQ-MASK-SEARCH-KEY.
          05 INQ-MASK-SEARCH-TYPE    PIC X.
          05 INQ-MASK-SEARCH-ID      PIC X(8).
          05 INQ-MASK-SEARCH-SERVICE PIC X(8).
       01 INQ-MASK-NOTE      PIC X(60) VALUE SPACES.

       01 INQ-SCREEN.
          05 INQ-SCREEN-LINE OCCURS 22 TIMES PIC X(80).

      *  EDUBATCH, EDURPT
       COPY AUDITREC.

      *  Payload-masking rule and the EDUMASK parameter block
       COPY MASKREC.
       COPY MASKPRM.

       LINKAGE SECTION.
      *  Previous step's INQ-COMMAREA, length-checked before use
       01 DFHCOMMAREA        PIC X(345).
                  INQ-RESP2-DISP DELIMITED BY SIZE
                  INTO INQ-SCREEN-LINE(5)
           END-STRING.
           PERFORM PREPARE-PAYLOADS.
           IF INQ-MASK-NOTE NOT = SPACES
               STRING 'PAYLOADS: ' DELIMITED BY SIZE
                      INQ-MASK-NOTE DELIMITED BY SIZE
                      INTO INQ-SCREEN-LINE(6)
               END-STRING
           END-IF.
           MOVE 'INPUT DATA:' TO INQ-SCREEN-LINE(7).
           MOVE AUDIT-INPUT-DATA TO INQ-SCREEN-LINE(8).
           MOVE 'OUTPUT DATA:' TO INQ-SCREEN-LINE(10).
           MOVE 'N=NEXT PAGE, S NN=DETAIL, NEW DATE, X=END'
                   TO INQ-SCREEN-LINE(13).

      *  -----------------------------------------------------------
      *  Decide how the payloads of the record just read are shown.
      *  Only a record stored in clear needs the viewer and the
      *  rule looked up - masking applied when it was written cannot
      *  be undone here.
      *  -----------------------------------------------------------
       PREPARE-PAYLOADS.
           MOVE SPACES TO INQ-MASK-NOTE.
           EVALUATE TRUE
               WHEN AUDIT-PAYLOAD-REDACTED
                   MOVE 'REDACTED - PAST THE RETENTION PERIOD'
                           TO INQ-MASK-NOTE
               WHEN AUDIT-PAYLOAD-WITHHELD
                   MOVE 'WITHHELD WHEN RECORDED' TO INQ-MASK-NOTE
               WHEN AUDIT-PAYLOAD-MASKED
                   MOVE 'MASKED WHEN RECORDED' TO INQ-MASK-NOTE
               WHEN OTHER
                   PERFORM CHECK-UNMASKED-VIEWER
                       THRU CHECK-VIEWER-EXIT
                   IF NOT UNMASKED-VIEWER
                       PERFORM MASK-FOR-DISPLAY
                           THRU MASK-FOR-DISPLAY-EXIT
                   END-IF
           END-EVALUATE.

      *  -----------------------------------------------------------
      *  A viewer listed on MASKFILE (U + userid) sees payloads as
      *  recorded; anything but a clean read of that row means not
      *  -----------------------------------------------------------
       CHECK-UNMASKED-VIEWER.
           MOVE 'N' TO INQ-VIEWER-FLAG.
           EXEC CICS ASSIGN USERID(INQ-USERID)
                            RESP(INQ-RESPCODE)
                            END-EXEC.
           IF INQ-RESPCODE NOT = DFHRESP(NORMAL) OR
              INQ-USERID = SPACES
               GO TO CHECK-VIEWER-EXIT
           END-IF.

           MOVE 'U' TO INQ-MASK-SEARCH-TYPE.
           MOVE INQ-USERID TO INQ-MASK-SEARCH-ID.
           MOVE SPACES TO INQ-MASK-SEARCH-SERVICE.
           EXEC CICS READ FILE(INQ-MASK-FILE)
                          INTO(MASK-RECORD)
                          RIDFLD(INQ-MASK-SEARCH-KEY)
                          KEYLENGTH(LENGTH OF INQ-MASK-SEARCH-KEY)
                          RESP(INQ-RESPCODE)
                          END-EXEC.
           IF INQ-RESPCODE = DFHRESP(NORMAL)
               MOVE 'Y' TO INQ-VIEWER-FLAG
           END-IF.

       CHECK-VIEWER-EXIT.
           EXIT.

      *  -----------------------------------------------------------
      *  Put both payloads through the client's rule for the audited
      *  program, as EC01 and EDUCHAN would now record them. The
      *  meaningful length is the recorded input length, up to the
      *  80 bytes each payload field keeps.
      *  -----------------------------------------------------------
       MASK-FOR-DISPLAY.
           PERFORM READ-MASK-RULE.
           IF NOT INQ-MASK-RULE-FOUND
               GO TO MASK-FOR-DISPLAY-EXIT
           END-IF.

           MOVE LENGTH OF AUDIT-INPUT-DATA TO MASK-REQ-LENGTH.
           IF AUDIT-INPUT-LENGTH NUMERIC
               IF AUDIT-INPUT-LENGTH < LENGTH OF AUDIT-INPUT-DATA
                   MOVE AUDIT-INPUT-LENGTH TO MASK-REQ-LENGTH
               END-IF
           END-IF.

           MOVE AUDIT-INPUT-DATA TO MASK-REQ-PAYLOAD.
           CALL 'EDUMASK' USING MASK-RECORD MASK-REQUEST.
           MOVE MASK-REQ-PAYLOAD TO AUDIT-INPUT-DATA.
           PERFORM NOTE-DISPLAY-MASKING.
           MOVE AUDIT-OUTPUT-DATA TO MASK-REQ-PAYLOAD.
           CALL 'EDUMASK' USING MASK-RECORD MASK-REQUEST.
           MOVE MASK-REQ-PAYLOAD TO AUDIT-OUTPUT-DATA.
           PERFORM NOTE-DISPLAY-MASKING.

       MASK-FOR-DISPLAY-EXIT.
           EXIT.

      *  -----------------------------------------------------------
       NOTE-DISPLAY-MASKING.
           EVALUATE TRUE
               WHEN MASK-REQ-WITHHELD
                   MOVE 'WITHHELD FOR DISPLAY' TO INQ-MASK-NOTE
               WHEN MASK-REQ-MASKED AND INQ-MASK-NOTE = SPACES
                   MOVE 'MASKED FOR DISPLAY' TO INQ-MASK-NOTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *  -----------------------------------------------------------
      *  The client's own rule for the program, else the client *
      *  row. A MASKFILE that is defined but cannot be read gets
      *  method W - nothing is shown in clear for want of the rules.
      *  -----------------------------------------------------------
       READ-MASK-RULE.
           MOVE 'N' TO INQ-MASK-RULE-FLAG.
           MOVE 'R' TO INQ-MASK-SEARCH-TYPE.
           MOVE AUDIT-CLIENT-ID TO INQ-MASK-SEARCH-ID.
           MOVE AUDIT-PROGRAM TO INQ-MASK-SEARCH-SERVICE.
           EXEC CICS READ FILE(INQ-MASK-FILE)
                          INTO(MASK-RECORD)
                          RIDFLD(INQ-MASK-SEARCH-KEY)
                          KEYLENGTH(LENGTH OF INQ-MASK-SEARCH-KEY)
                          RESP(INQ-RESPCODE)
                          END-EXEC.

           IF INQ-RESPCODE = DFHRESP(NOTFND)
               MOVE '*' TO INQ-MASK-SEARCH-ID
               EXEC CICS READ FILE(INQ-MASK-FILE)
                              INTO(MASK-RECORD)
                              RIDFLD(INQ-MASK-SEARCH-KEY)
                              KEYLENGTH(LENGTH OF INQ-MASK-SEARCH-KEY)
                              RESP(INQ-RESPCODE)
                              END-EXEC
           END-IF.

           EVALUATE TRUE
               WHEN INQ-RESPCODE = DFHRESP(NORMAL)
                   IF NOT MASK-NO-MASKING
                       MOVE 'Y' TO INQ-MASK-RULE-FLAG
                   END-IF
               WHEN INQ-RESPCODE = DFHRESP(NOTFND)
               WHEN INQ-RESPCODE = DFHRESP(FILENOTFOUND)
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO MASK-RECORD
                   MOVE 'W' TO MASK-METHOD
                   MOVE 'Y' TO INQ-MASK-RULE-FLAG
           END-EVALUATE.

      *  -----------------------------------------------------------
       SEND-MESSAGE-SCREEN.
           MOVE SPACES TO INQ-SCREEN.
