      *========================== NAMADDTIN ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: TAXID/name verification round-trip with the
      *              federal TIN matching service. NAMADDHYG has our
      *              addresses scrubbed, but nothing checked that a
      *              TAXID belongs to the name it is filed under, or
      *              exists at all. Every TAXID submitted is kept on
      *              the verification file
      *              Data\NAMEADDR.TinVerify.dat (layout
      *              NAMADDTN.cpy) with the name submitted and the
      *              service's answer.
      *
      *              Three modes, selected by argument 1:
      *
      *                  S (default) - submit new and changed: walk
      *                      NAMADDIX and submit every active record
      *                      whose TAXID has never been submitted,
      *                      whose name or TIN type differs from the
      *                      pair last submitted, or whose last
      *                      request the service refused as an
      *                      error.
      *
      *                  F - full cycle: submit every active record.
      *
      *                      Both write the service's bulk matching
      *                      layout to Data\NAMEADDR.TinSubmit.dat,
      *                      one request per line:
      *                          type;TIN;name;account
      *                      type 1 (EIN) for a business, trust or
      *                      estate and 2 (SSN) for a person; name
      *                      the first and last name, or the first
      *                      40 bytes of the business name; account
      *                      our own NA-TAXID, so the answer finds
      *                      its way back whatever the service does
      *                      to the TIN.
      *
      *                  R - response: read the service's answer file
      *                      Data\NAMEADDR.TinAnswer.dat, each request
      *                      line with the result code appended
      *                      (type;TIN;name;account;code), and set the
      *                      status of each entry awaiting an answer:
      *
      *                          0,6,7,8 verified - clears any block
      *                          1,2     invalid TAXID - review
      *                          3       mismatch - review, and mail
      *                                  to the TAXID is blocked
      *                          4,5     request error - submitted
      *                                  again by the next S run
      *
      *                      Then apply the clerks' clearances from
      *                      Data\NAMEADDR.TinClear.dat - TAXID and
      *                      the clerk's user ID (required) - for
      *                      mismatches and invalid TAXIDs they have
      *                      resolved; a clearance lifts the block.
      *                      A mismatch corrected by a name change
      *                      clears itself when the resubmitted pair
      *                      comes back verified.
      *
      *                      The review queue - every mismatch and
      *                      invalid TAXID still open, with its code
      *                      explained - is written after the run's
      *                      counts to Data\NAMEADDR.TinReview.dat,
      *                      and NAMADDAGE ages it as the TINVFY
      *                      queue. Return code 4 when the run put
      *                      anything new on the queue.
      *
      *              NAMPREF answers do-not-mail for a TAXID whose
      *              block is set, so every outbound program honours
      *              the block through the lookup it already makes.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      * 2026-09-14  0.2      The canary record NA-TAXID-CANARY is never
      *                      submitted
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 NAMADDTIN.

       ENVIRONMENT DIVISION.
      *=====================

       CONFIGURATION SECTION.
      *----------------------

       SOURCE-COMPUTER.
           IBM-Z15.
      *    IBM-Z15 DEBUGGING MODE.

       INPUT-OUTPUT SECTION.
      *---------------------

       FILE-CONTROL.
           SELECT NAMADDIX         ASSIGN "Data\NAMEADDR.Idx.dat"
                                   ORGANIZATION INDEXED
                                   ACCESS DYNAMIC
                                   RECORD KEY NA-TAXID
                                   FILE STATUS W-FILE-STATUS.

           SELECT NAMADDTN         ASSIGN
                                   "Data\NAMEADDR.TinVerify.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-TN-FILE-STATUS.

           SELECT TINSUBMT         ASSIGN
                                   "Data\NAMEADDR.TinSubmit.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-TS-FILE-STATUS.

           SELECT TINANSWR         ASSIGN
                                   "Data\NAMEADDR.TinAnswer.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-TA-FILE-STATUS.

           SELECT TINCLEAR         ASSIGN
                                   "Data\NAMEADDR.TinClear.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-TC-FILE-STATUS.

           SELECT TINREVW          ASSIGN
                                   "Data\NAMEADDR.TinReview.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-TR-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  NAMADDIX.

       01  NAMADDIX-REC.           COPY NAMEADDR.

       FD  NAMADDTN.

       01  NAMADDTN-REC            PIC X(106).

       FD  TINSUBMT.

       01  TINSUBMT-REC            PIC X(80).

       FD  TINANSWR.

       01  TINANSWR-REC            PIC X(100).

       FD  TINCLEAR.

       01  TINCLEAR-REC.
           05  TC-TAXID            PIC X(12).
           05  FILLER              PIC X(01).
           05  TC-CLERK-ID         PIC X(08).

       FD  TINREVW.

       01  TINREVW-REC             PIC X(132).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-RETURN-CODE           PIC S9(04) COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZ9.

       01  W-NAMADDIX-RECS         PIC 9(09)  COMP VALUE 0.
       01  W-ACTIVE-RECS           PIC 9(09)  COMP VALUE 0.
       01  W-ENTRIES-LOADED        PIC 9(09)  COMP VALUE 0.
       01  W-SUB-NEW               PIC 9(09)  COMP VALUE 0.
       01  W-SUB-CHANGED           PIC 9(09)  COMP VALUE 0.
       01  W-SUB-RETRY             PIC 9(09)  COMP VALUE 0.
       01  W-SUB-CYCLE             PIC 9(09)  COMP VALUE 0.
       01  W-SUB-DEFERRED          PIC 9(09)  COMP VALUE 0.
       01  W-ANSWERS-READ          PIC 9(09)  COMP VALUE 0.
       01  W-ANS-VERIFIED          PIC 9(09)  COMP VALUE 0.
       01  W-ANS-MISMATCH          PIC 9(09)  COMP VALUE 0.
       01  W-ANS-INVALID           PIC 9(09)  COMP VALUE 0.
       01  W-ANS-ERROR             PIC 9(09)  COMP VALUE 0.
       01  W-ANS-UNMATCHED         PIC 9(09)  COMP VALUE 0.
       01  W-ANS-BAD-CODE          PIC 9(09)  COMP VALUE 0.
       01  W-CLEAR-LINES-READ      PIC 9(09)  COMP VALUE 0.
       01  W-CLEARED               PIC 9(09)  COMP VALUE 0.
       01  W-CLEAR-REJECTED        PIC 9(09)  COMP VALUE 0.
       01  W-OPEN-MISMATCH         PIC 9(09)  COMP VALUE 0.
       01  W-OPEN-INVALID          PIC 9(09)  COMP VALUE 0.
       01  W-MAIL-BLOCKED          PIC 9(09)  COMP VALUE 0.

       01  W-MODE                  PIC X(01)       VALUE 'S'.
           88  W-MODE-SUBMIT                       VALUE 'S'.
           88  W-MODE-FULL                         VALUE 'F'.
           88  W-MODE-SUBMITTING                   VALUES 'S', 'F'.
           88  W-MODE-RESPONSE                     VALUE 'R'.

       01  W-TODAY                 PIC X(08).
       01  W-DATE-NUM              PIC 9(08).
       01  W-TODAY-DAY             PIC S9(09) COMP.
       01  W-WORK-DAY              PIC S9(09) COMP.

      **** The verification file, held whole in TAXID order and
      **** rewritten at the end of the run. Entries for TAXIDs
      **** submitted for the first time this run are staged after
      **** the loaded ones - NAMADDIX is walked in TAXID order, so
      **** they arrive in order too - and the two runs of entries
      **** are merged on the rewrite.

       01  W-TIN-COUNT             PIC 9(05)  COMP VALUE 0.
       01  W-TIN-MAX               PIC 9(05)  COMP VALUE 20000.
       01  W-TIN-POS               PIC 9(05)  COMP VALUE 1.

       01  W-NEW-COUNT             PIC 9(05)  COMP VALUE 0.
       01  W-NEW-MAX               PIC 9(05)  COMP VALUE 20000.
       01  W-NEW-END               PIC 9(05)  COMP VALUE 0.

       01  W-TIN-TABLE.
           05  W-TIN-ENTRY                         OCCURS 40000
                                                   INDEXED W-TIN-IX
                                                           W-NEW-IX
                                                           W-OUT-IX.
           COPY NAMADDTN REPLACING ==05== BY ==10==.

       01  W-PREV-TAXID            PIC X(12).
       01  W-MATCH-TAXID           PIC X(12).

       01  W-FOUND-SW              PIC X(01).
           88  W-FOUND                             VALUE 'Y'.
           88  W-NOT-FOUND                         VALUE 'N'.

      **** The request as it would be submitted for the current
      **** NAMADDIX record.

       01  W-SUB-TIN-TYPE          PIC X(01).
           88  W-SUB-TIN-TYPE-EIN                  VALUE '1'.
           88  W-SUB-TIN-TYPE-SSN                  VALUE '2'.
       01  W-SUB-TIN               PIC X(12).
       01  W-SUB-NAME              PIC X(40).

       01  W-SUB-REASON            PIC X(01).
           88  W-SUB-REASON-NONE                   VALUE SPACE.
           88  W-SUB-REASON-NEW                    VALUE 'N'.
           88  W-SUB-REASON-CHANGED                VALUE 'C'.
           88  W-SUB-REASON-RETRY                  VALUE 'R'.
           88  W-SUB-REASON-CYCLE                  VALUE 'F'.

      **** One answer line, split on the service's delimiter.

       01  W-ANSWER.
           05  W-ANS-TIN-TYPE      PIC X(01).
           05  W-ANS-TIN           PIC X(12).
           05  W-ANS-NAME          PIC X(40).
           05  W-ANS-ACCOUNT       PIC X(12).
           05  W-ANS-CODE          PIC X(01).

      **** The service's result codes, what each means, and the
      **** status it gives the entry.

       01  W-CODE-TABLE-VALUES.
           05  FILLER              PIC X(32)       VALUE
               '0VTIN AND NAME MATCH'.
           05  FILLER              PIC X(32)       VALUE
               '1ITIN MISSING OR NOT 9 DIGITS'.
           05  FILLER              PIC X(32)       VALUE
               '2ITIN NOT CURRENTLY ISSUED'.
           05  FILLER              PIC X(32)       VALUE
               '3MTIN AND NAME DO NOT MATCH'.
           05  FILLER              PIC X(32)       VALUE
               '4EINVALID MATCHING REQUEST'.
           05  FILLER              PIC X(32)       VALUE
               '5EDUPLICATE MATCHING REQUEST'.
           05  FILLER              PIC X(32)       VALUE
               '6VMATCHES SSN RECORDS'.
           05  FILLER              PIC X(32)       VALUE
               '7VMATCHES EIN RECORDS'.
           05  FILLER              PIC X(32)       VALUE
               '8VMATCHES SSN AND EIN RECORDS'.

       01  W-CODE-TABLE REDEFINES W-CODE-TABLE-VALUES.
           05  W-CODE-ENTRY                        OCCURS 9
                                                   INDEXED W-CODE-IX.
               10  W-CODE-CODE     PIC X(01).
               10  W-CODE-STATUS   PIC X(01).
               10  W-CODE-TEXT     PIC X(30).

       01  W-CODE-SW               PIC X(01).
           88  W-CODE-KNOWN                        VALUE 'Y'.
           88  W-CODE-UNKNOWN                      VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-EOF                               VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-TN-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-TA-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-TC-EOF                            VALUE 'Y'.

       01  W-FILE-STATUS           PIC X(02).
           88  W-FILE-STATUS-GOOD                  VALUE '00'.

       01  W-TN-FILE-STATUS        PIC X(02).
           88  W-TN-FILE-STATUS-GOOD               VALUE '00'.
           88  W-TN-FILE-NOT-FOUND                 VALUE '35'.

       01  W-TS-FILE-STATUS        PIC X(02).
           88  W-TS-FILE-STATUS-GOOD               VALUE '00'.

       01  W-TA-FILE-STATUS        PIC X(02).
           88  W-TA-FILE-STATUS-GOOD               VALUE '00'.

       01  W-TC-FILE-STATUS        PIC X(02).
           88  W-TC-FILE-STATUS-GOOD               VALUE '00'.

       01  W-TR-FILE-STATUS        PIC X(02).
           88  W-TR-FILE-STATUS-GOOD               VALUE '00'.

       01  W-ERROR-MSG             PIC X(22)       VALUE
           '**** NAMADDTIN error: '.

       01  W-FS-CONTROL.
           COPY FILESTATL.

       01  W-RI-CONTROL.
           COPY RUNIDL.

       01  W-RPT-LINE              PIC X(132).

       01  W-COUNT-LINE.
           05  FILLER              PIC X(03).
           05  W-CL-LABEL          PIC X(36).
           05  W-CL-COUNT          PIC ZZZ,ZZ9.

       01  W-REVIEW-HEADING.
           05  FILLER              PIC X(24)       VALUE
               '   TAXID         TYPE NA'.
           05  FILLER              PIC X(40)       VALUE
               'ME SUBMITTED                           C'.
           05  FILLER              PIC X(32)       VALUE
               'ODE ANSWERED WAITING MAIL     EX'.
           05  FILLER              PIC X(09)       VALUE
               'PLANATION'.

       01  W-REVIEW-LINE.
           05  FILLER              PIC X(03).
           05  W-RL-TAXID          PIC X(12).
           05  FILLER              PIC X(02).
           05  W-RL-TIN-TYPE       PIC X(03).
           05  FILLER              PIC X(02).
           05  W-RL-NAME           PIC X(40).
           05  FILLER              PIC X(03).
           05  W-RL-CODE           PIC X(01).
           05  FILLER              PIC X(02).
           05  W-RL-RESULT-DATE    PIC X(08).
           05  FILLER              PIC X(01).
           05  W-RL-DAYS           PIC ZZ,ZZ9.
           05  FILLER              PIC X(02).
           05  W-RL-BLOCK          PIC X(04).
           05  FILLER              PIC X(01).
           05  W-RL-NEW            PIC X(03).
           05  FILLER              PIC X(01).
           05  W-RL-TEXT           PIC X(30).

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
                                   PIC X(04).
           05  W-COMPILED-DATE-MM  PIC X(02).
           05  W-COMPILED-DATE-DD  PIC X(02).
           05  W-COMPILED-TIME-HH  PIC X(02).
           05  W-COMPILED-TIME-MM  PIC X(02).
           05  W-COMPILED-TIME-SS  PIC X(02).
           05  FILLER              PIC X(07).
      /
       PROCEDURE DIVISION.
      *===================

       MAIN.
      *-----

           PERFORM SUB-1000-START-UP THRU SUB-1000-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO MAIN-EXIT
           END-IF

           IF      W-MODE-SUBMITTING
               PERFORM SUB-2000-SELECT-ONE-RECORD THRU SUB-2000-EXIT
                   UNTIL W-EOF
                   OR    W-RETURN-CODE NOT = 0
           ELSE
               PERFORM SUB-3000-APPLY-ANSWERS THRU SUB-3000-EXIT
               PERFORM SUB-3200-APPLY-CLEARANCES THRU SUB-3200-EXIT
           END-IF

           IF      W-RETURN-CODE = 0
               PERFORM SUB-3500-REWRITE-VERIFY THRU SUB-3500-EXIT
           END-IF

           IF      W-RETURN-CODE = 0
               AND W-MODE-RESPONSE
               PERFORM SUB-4000-WRITE-REVIEW THRU SUB-4000-EXIT
           END-IF

           PERFORM SUB-5000-SHUT-DOWN THRU SUB-5000-EXIT
           .
       MAIN-EXIT.
           MOVE W-RETURN-CODE      TO RETURN-CODE
           STOP RUN.
      /
       SUB-1000-START-UP.
      *------------------

           MOVE FUNCTION WHEN-COMPILED
                                   TO W-COMPILED-DATE

           DISPLAY 'NAMADDTIN compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           DISPLAY 1               UPON ARGUMENT-NUMBER

           ACCEPT W-MODE           FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE 'S'        TO W-MODE
           END-ACCEPT

           IF      W-MODE = SPACE
               MOVE 'S'            TO W-MODE
           END-IF

           IF      NOT W-MODE-SUBMITTING
               AND NOT W-MODE-RESPONSE
               DISPLAY W-ERROR-MSG
                       'Mode must be S (submit new and changed), '
                       'F (full cycle) or R (response), not '
                       W-MODE
               MOVE 8              TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE(1 : 8)
                                   TO W-TODAY
           MOVE W-TODAY            TO W-DATE-NUM
           COMPUTE W-TODAY-DAY     = FUNCTION
                                   INTEGER-OF-DATE(W-DATE-NUM)

           SET  RI-FUNC-NEXT       TO TRUE
           CALL 'RUNID' USING W-RI-CONTROL
           DISPLAY 'Run ID: ' RI-RUN-ID

           PERFORM SUB-1100-LOAD-VERIFY THRU SUB-1100-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           IF      W-MODE-SUBMITTING
               PERFORM SUB-1200-START-SUBMIT THRU SUB-1200-EXIT
           ELSE
               PERFORM SUB-1300-START-RESPONSE THRU SUB-1300-EXIT
           END-IF
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-VERIFY.
      *---------------------

      **** No verification file means nothing has been submitted
      **** yet - the first S run submits every active record.

           OPEN INPUT NAMADDTN

           IF      W-TN-FILE-NOT-FOUND
               DISPLAY 'No verification file yet - nothing has been '
                       'submitted'
               GO TO SUB-1100-EXIT
           END-IF

           IF      NOT W-TN-FILE-STATUS-GOOD
               MOVE W-TN-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-TN-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDTN'
               MOVE 13             TO W-RETURN-CODE
               GO TO SUB-1100-EXIT
           END-IF

           MOVE LOW-VALUES         TO W-PREV-TAXID

           PERFORM UNTIL W-TN-EOF
                   OR    W-RETURN-CODE NOT = 0
               READ NAMADDTN
                   AT END
                       SET  W-TN-EOF
                                   TO TRUE
               END-READ

               IF      NOT W-TN-EOF
                   AND NAMADDTN-REC NOT = SPACES
                   IF      W-TIN-COUNT >= W-TIN-MAX
                       DISPLAY W-ERROR-MSG
                               'Verification table full - '
                               'increase W-TIN-MAX'
                       MOVE 15     TO W-RETURN-CODE
                   ELSE
                       ADD  1      TO W-TIN-COUNT
                       SET  W-TIN-IX
                                   TO W-TIN-COUNT
                       MOVE NAMADDTN-REC
                                   TO W-TIN-ENTRY(W-TIN-IX)
                       IF      TN-TAXID(W-TIN-IX)
                                       NOT > W-PREV-TAXID
                           DISPLAY W-ERROR-MSG
                                   'Verification file out of '
                                   'TAXID order at '
                                   TN-TAXID(W-TIN-IX)
                           MOVE 16 TO W-RETURN-CODE
                       END-IF
                       MOVE TN-TAXID(W-TIN-IX)
                                   TO W-PREV-TAXID
                   END-IF
               END-IF
           END-PERFORM

           CLOSE NAMADDTN

           MOVE W-TIN-COUNT        TO W-ENTRIES-LOADED
                                      W-DISP-NUM
           DISPLAY 'Verification entries loaded: '
                   W-DISP-NUM
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1200-START-SUBMIT.
      *----------------------

           IF      W-MODE-FULL
               DISPLAY 'Full cycle - submitting every active record'
           ELSE
               DISPLAY 'Submitting new and changed TAXID/name pairs'
           END-IF

           OPEN INPUT NAMADDIX

           IF      NOT W-FILE-STATUS-GOOD
               MOVE W-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDIX'
               MOVE 10             TO W-RETURN-CODE
               GO TO SUB-1200-EXIT
           END-IF

           OPEN OUTPUT TINSUBMT

           IF      NOT W-TS-FILE-STATUS-GOOD
               MOVE W-TS-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-TS-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening TINSUBMT'
               MOVE 11             TO W-RETURN-CODE
               GO TO SUB-1200-EXIT
           END-IF

           MOVE LOW-VALUES         TO NA-TAXID IN NAMADDIX-REC

           START NAMADDIX
               KEY >= NA-TAXID IN NAMADDIX-REC
           END-START

           IF      NOT W-FILE-STATUS-GOOD
               MOVE W-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' starting NAMADDIX'
               MOVE 12             TO W-RETURN-CODE
               GO TO SUB-1200-EXIT
           END-IF

           PERFORM SUB-9600-READ-NAMADDIX-SEQ THRU SUB-9600-EXIT
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-1300-START-RESPONSE.
      *------------------------

           OPEN OUTPUT TINREVW

           IF      NOT W-TR-FILE-STATUS-GOOD
               MOVE W-TR-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-TR-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening TINREVW'
               MOVE 11             TO W-RETURN-CODE
           END-IF
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-2000-SELECT-ONE-RECORD.
      *---------------------------

           IF      NOT NA-STATUS-ACTIVE IN NAMADDIX-REC
               GO TO SUB-2000-NEXT
           END-IF

      **** The canary is never sent to the service.

           IF      NA-TAXID-CANARY IN NAMADDIX-REC
               GO TO SUB-2000-NEXT
           END-IF

           ADD  1                  TO W-ACTIVE-RECS

           PERFORM SUB-2050-BUILD-REQUEST THRU SUB-2050-EXIT

           MOVE NA-TAXID IN NAMADDIX-REC
                                   TO W-MATCH-TAXID
           PERFORM SUB-2100-FIND-ENTRY THRU SUB-2100-EXIT

           MOVE SPACE              TO W-SUB-REASON

           EVALUATE TRUE
               WHEN W-NOT-FOUND
                   SET  W-SUB-REASON-NEW
                                   TO TRUE
               WHEN W-MODE-FULL
                   SET  W-SUB-REASON-CYCLE
                                   TO TRUE
               WHEN TN-STATUS-REQUEST-ERROR(W-TIN-IX)
                   SET  W-SUB-REASON-RETRY
                                   TO TRUE
               WHEN TN-NAME(W-TIN-IX) NOT = W-SUB-NAME
                 OR TN-TIN-TYPE(W-TIN-IX) NOT = W-SUB-TIN-TYPE
                   SET  W-SUB-REASON-CHANGED
                                   TO TRUE
           END-EVALUATE

           IF      W-SUB-REASON-NONE
               GO TO SUB-2000-NEXT
           END-IF

           IF      W-SUB-REASON-NEW
               PERFORM SUB-2300-STAGE-NEW-ENTRY THRU SUB-2300-EXIT
               IF      W-SUB-REASON-NONE
                   GO TO SUB-2000-NEXT
               END-IF
           ELSE
               MOVE W-SUB-TIN-TYPE TO TN-TIN-TYPE(W-TIN-IX)
               MOVE W-SUB-NAME     TO TN-NAME(W-TIN-IX)
               MOVE W-TODAY        TO TN-SUBMIT-DATE(W-TIN-IX)
               MOVE RI-RUN-ID      TO TN-SUBMIT-RUN-ID(W-TIN-IX)
               SET  TN-STATUS-PENDING(W-TIN-IX)
                                   TO TRUE
               MOVE SPACES         TO TN-RESULT-CODE(W-TIN-IX)
                                      TN-RESULT-DATE(W-TIN-IX)
           END-IF

           PERFORM SUB-2200-WRITE-SUBMISSION THRU SUB-2200-EXIT
           .
       SUB-2000-NEXT.

           IF      W-RETURN-CODE = 0
               PERFORM SUB-9600-READ-NAMADDIX-SEQ THRU SUB-9600-EXIT
           END-IF
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2050-BUILD-REQUEST.
      *-----------------------

      **** A TAXID held with three leading zeros is a nine-digit
      **** TIN; anything else goes as held and the service says
      **** whether it is one.

           MOVE SPACES             TO W-SUB-NAME

           IF      NA-ENTITY-NON-PERSON IN NAMADDIX-REC
               SET  W-SUB-TIN-TYPE-EIN
                                   TO TRUE
               MOVE NA-BUSINESS-NAME IN NAMADDIX-REC
                                   TO W-SUB-NAME
           ELSE
               SET  W-SUB-TIN-TYPE-SSN
                                   TO TRUE
               IF      NA-FIRST-NAME IN NAMADDIX-REC = SPACES
                   MOVE NA-LAST-NAME IN NAMADDIX-REC
                                   TO W-SUB-NAME
               ELSE
                   STRING FUNCTION TRIM(NA-FIRST-NAME IN NAMADDIX-REC)
                                   DELIMITED BY SIZE
                          ' '      DELIMITED BY SIZE
                          FUNCTION TRIM(NA-LAST-NAME IN NAMADDIX-REC)
                                   DELIMITED BY SIZE
                     INTO W-SUB-NAME
                   END-STRING
               END-IF
           END-IF

           INSPECT W-SUB-NAME REPLACING ALL ';' BY SPACE

           IF      NA-TAXID IN NAMADDIX-REC(1 : 3) = '000'
               MOVE NA-TAXID IN NAMADDIX-REC(4 : 9)
                                   TO W-SUB-TIN
           ELSE
               MOVE NA-TAXID IN NAMADDIX-REC
                                   TO W-SUB-TIN
           END-IF
           .
       SUB-2050-EXIT.
           EXIT.
      /
       SUB-2100-FIND-ENTRY.
      *--------------------

      **** Called in ascending TAXID order, so the search carries on
      **** from where the last one stopped.

           SET  W-NOT-FOUND        TO TRUE

           PERFORM UNTIL W-TIN-POS > W-TIN-COUNT
                   OR    TN-TAXID(W-TIN-POS) NOT < W-MATCH-TAXID
               ADD  1              TO W-TIN-POS
           END-PERFORM

           IF      W-TIN-POS NOT > W-TIN-COUNT
               IF      TN-TAXID(W-TIN-POS) = W-MATCH-TAXID
                   SET  W-FOUND    TO TRUE
                   SET  W-TIN-IX   TO W-TIN-POS
               END-IF
           END-IF
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-WRITE-SUBMISSION.
      *--------------------------

           MOVE SPACES             TO TINSUBMT-REC

           STRING W-SUB-TIN-TYPE   DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  W-SUB-TIN        DELIMITED BY SPACE
                  ';'              DELIMITED BY SIZE
                  FUNCTION TRIM(W-SUB-NAME)
                                   DELIMITED BY SIZE
                  ';'              DELIMITED BY SIZE
                  NA-TAXID IN NAMADDIX-REC
                                   DELIMITED BY SPACE
             INTO TINSUBMT-REC
           END-STRING

           WRITE TINSUBMT-REC

           IF      NOT W-TS-FILE-STATUS-GOOD
               MOVE W-TS-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-TS-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing TINSUBMT'
               MOVE 30             TO W-RETURN-CODE
               GO TO SUB-2200-EXIT
           END-IF

           EVALUATE TRUE
               WHEN W-SUB-REASON-NEW
                   ADD  1          TO W-SUB-NEW
               WHEN W-SUB-REASON-CHANGED
                   ADD  1          TO W-SUB-CHANGED
               WHEN W-SUB-REASON-RETRY
                   ADD  1          TO W-SUB-RETRY
               WHEN W-SUB-REASON-CYCLE
                   ADD  1          TO W-SUB-CYCLE
           END-EVALUATE
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2300-STAGE-NEW-ENTRY.
      *-------------------------

      **** A TAXID that does not fit the staging table is not
      **** submitted - it is still new to the next run.

           IF      W-NEW-COUNT >= W-NEW-MAX
               IF      W-SUB-DEFERRED = 0
                   DISPLAY W-ERROR-MSG
                           'New-entry table full - further new '
                           'TAXIDs wait for the next run'
               END-IF
               ADD  1              TO W-SUB-DEFERRED
               MOVE SPACE          TO W-SUB-REASON
               GO TO SUB-2300-EXIT
           END-IF

           ADD  1                  TO W-NEW-COUNT
           COMPUTE W-NEW-END       = W-TIN-COUNT + W-NEW-COUNT
           SET  W-NEW-IX           TO W-NEW-END

           MOVE SPACES             TO W-TIN-ENTRY(W-NEW-IX)
           MOVE NA-TAXID IN NAMADDIX-REC
                                   TO TN-TAXID(W-NEW-IX)
           MOVE W-SUB-TIN-TYPE     TO TN-TIN-TYPE(W-NEW-IX)
           MOVE W-SUB-NAME         TO TN-NAME(W-NEW-IX)
           MOVE W-TODAY            TO TN-SUBMIT-DATE(W-NEW-IX)
           MOVE RI-RUN-ID          TO TN-SUBMIT-RUN-ID(W-NEW-IX)
           SET  TN-STATUS-PENDING(W-NEW-IX)
                                   TO TRUE
           SET  TN-MAIL-NOT-BLOCKED(W-NEW-IX)
                                   TO TRUE
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-3000-APPLY-ANSWERS.
      *-----------------------

           OPEN INPUT TINANSWR

           IF      NOT W-TA-FILE-STATUS-GOOD
               DISPLAY 'No answer file from the matching service today'
               GO TO SUB-3000-EXIT
           END-IF

           MOVE 1                  TO W-TIN-POS

           PERFORM SUB-3100-APPLY-ONE-ANSWER THRU SUB-3100-EXIT
               UNTIL W-TA-EOF

           CLOSE TINANSWR
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-APPLY-ONE-ANSWER.
      *--------------------------

           READ TINANSWR
               AT END
                   SET  W-TA-EOF   TO TRUE
                   GO TO SUB-3100-EXIT
           END-READ

           IF      TINANSWR-REC = SPACES
               GO TO SUB-3100-EXIT
           END-IF

           ADD  1                  TO W-ANSWERS-READ

           MOVE SPACES             TO W-ANSWER

           UNSTRING TINANSWR-REC   DELIMITED BY ';'
               INTO W-ANS-TIN-TYPE
                    W-ANS-TIN
                    W-ANS-NAME
                    W-ANS-ACCOUNT
                    W-ANS-CODE
           END-UNSTRING

           SET  W-CODE-UNKNOWN     TO TRUE
           SET  W-CODE-IX          TO 1

           PERFORM UNTIL W-CODE-IX > 9
                   OR    W-CODE-KNOWN
               IF      W-CODE-CODE(W-CODE-IX) = W-ANS-CODE
                   SET  W-CODE-KNOWN
                                   TO TRUE
               ELSE
                   SET  W-CODE-IX  UP BY 1
               END-IF
           END-PERFORM

           IF      W-CODE-UNKNOWN
               ADD  1              TO W-ANS-BAD-CODE
               DISPLAY W-ERROR-MSG
                       'Unrecognised result code skipped: '
                       W-ANS-CODE
                       ' for ' W-ANS-ACCOUNT
               GO TO SUB-3100-EXIT
           END-IF

           MOVE W-ANS-ACCOUNT      TO W-MATCH-TAXID
           PERFORM SUB-3150-FIND-ANY-ENTRY THRU SUB-3150-EXIT

           IF      W-NOT-FOUND
               ADD  1              TO W-ANS-UNMATCHED
               DISPLAY 'Answer matches no submitted TAXID: '
                       W-ANS-ACCOUNT
               GO TO SUB-3100-EXIT
           END-IF

      **** An entry not awaiting an answer has had this one already
      **** - an answer file fed twice changes nothing.

           IF      NOT TN-STATUS-PENDING(W-TIN-IX)
               ADD  1              TO W-ANS-UNMATCHED
               DISPLAY 'Answer for a TAXID not awaiting one: '
                       W-ANS-ACCOUNT
               GO TO SUB-3100-EXIT
           END-IF

           MOVE W-CODE-STATUS(W-CODE-IX)
                                   TO TN-STATUS(W-TIN-IX)
           MOVE W-ANS-CODE         TO TN-RESULT-CODE(W-TIN-IX)
           MOVE W-TODAY            TO TN-RESULT-DATE(W-TIN-IX)

           EVALUATE TRUE
               WHEN TN-STATUS-VERIFIED(W-TIN-IX)
                   SET  TN-MAIL-NOT-BLOCKED(W-TIN-IX)
                                   TO TRUE
                   ADD  1          TO W-ANS-VERIFIED
               WHEN TN-STATUS-MISMATCH(W-TIN-IX)
                   SET  TN-MAIL-BLOCKED(W-TIN-IX)
                                   TO TRUE
                   ADD  1          TO W-ANS-MISMATCH
               WHEN TN-STATUS-INVALID(W-TIN-IX)
                   ADD  1          TO W-ANS-INVALID
               WHEN OTHER
                   ADD  1          TO W-ANS-ERROR
           END-EVALUATE
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3150-FIND-ANY-ENTRY.
      *------------------------

      **** Answers normally come back in the order submitted, which
      **** is TAXID order; the search starts again from the top only
      **** when one does not.

           IF      W-TIN-POS > W-TIN-COUNT
               MOVE 1              TO W-TIN-POS
           END-IF

           IF      W-TIN-POS > 1
               IF      TN-TAXID(W-TIN-POS) > W-MATCH-TAXID
                   MOVE 1          TO W-TIN-POS
               END-IF
           END-IF

           PERFORM SUB-2100-FIND-ENTRY THRU SUB-2100-EXIT
           .
       SUB-3150-EXIT.
           EXIT.
      /
       SUB-3200-APPLY-CLEARANCES.
      *--------------------------

           OPEN INPUT TINCLEAR

           IF      NOT W-TC-FILE-STATUS-GOOD
               DISPLAY 'No clerk clearances today'
               GO TO SUB-3200-EXIT
           END-IF

           MOVE 1                  TO W-TIN-POS

           PERFORM SUB-3250-APPLY-ONE-CLEARANCE THRU SUB-3250-EXIT
               UNTIL W-TC-EOF

           CLOSE TINCLEAR
           .
       SUB-3200-EXIT.
           EXIT.
      /
       SUB-3250-APPLY-ONE-CLEARANCE.
      *-----------------------------

           READ TINCLEAR
               AT END
                   SET  W-TC-EOF   TO TRUE
                   GO TO SUB-3250-EXIT
           END-READ

           IF      TINCLEAR-REC = SPACES
               GO TO SUB-3250-EXIT
           END-IF

           ADD  1                  TO W-CLEAR-LINES-READ

           IF      TC-CLERK-ID = SPACES
               OR  TC-TAXID = SPACES
               ADD  1              TO W-CLEAR-REJECTED
               DISPLAY 'Clearance rejected, TAXID and clerk ID '
                       'both required: '
                       TINCLEAR-REC
               GO TO SUB-3250-EXIT
           END-IF

           MOVE TC-TAXID           TO W-MATCH-TAXID
           PERFORM SUB-3150-FIND-ANY-ENTRY THRU SUB-3150-EXIT

           IF      W-NOT-FOUND
               ADD  1              TO W-CLEAR-REJECTED
               DISPLAY 'Clearance rejected, TAXID never submitted: '
                       TC-TAXID
               GO TO SUB-3250-EXIT
           END-IF

           IF      NOT TN-STATUS-FOR-REVIEW(W-TIN-IX)
               ADD  1              TO W-CLEAR-REJECTED
               DISPLAY 'Clearance rejected, TAXID not on the review '
                       'queue: '
                       TC-TAXID ' status ' TN-STATUS(W-TIN-IX)
               GO TO SUB-3250-EXIT
           END-IF

           SET  TN-STATUS-CLEARED(W-TIN-IX)
                                   TO TRUE
           SET  TN-MAIL-NOT-BLOCKED(W-TIN-IX)
                                   TO TRUE
           MOVE TC-CLERK-ID        TO TN-CLEARED-BY(W-TIN-IX)
           MOVE W-TODAY            TO TN-CLEARED-DATE(W-TIN-IX)
           ADD  1                  TO W-CLEARED
           .
       SUB-3250-EXIT.
           EXIT.
      /
       SUB-3500-REWRITE-VERIFY.
      *------------------------

           IF      W-TIN-COUNT = 0
               AND W-NEW-COUNT = 0
               GO TO SUB-3500-EXIT
           END-IF

           OPEN OUTPUT NAMADDTN

           IF      NOT W-TN-FILE-STATUS-GOOD
               MOVE W-TN-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-TN-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' rewriting NAMADDTN'
               MOVE 32             TO W-RETURN-CODE
               GO TO SUB-3500-EXIT
           END-IF

           COMPUTE W-NEW-END       = W-TIN-COUNT + W-NEW-COUNT
           SET  W-TIN-IX           TO 1
           SET  W-NEW-IX           TO W-TIN-COUNT
           SET  W-NEW-IX           UP BY 1

           PERFORM UNTIL (W-TIN-IX > W-TIN-COUNT
                   AND    W-NEW-IX > W-NEW-END)
                   OR    W-RETURN-CODE NOT = 0
               EVALUATE TRUE
                 WHEN W-NEW-IX > W-NEW-END
                   SET  W-OUT-IX   TO W-TIN-IX
                   SET  W-TIN-IX   UP BY 1
                 WHEN W-TIN-IX > W-TIN-COUNT
                   SET  W-OUT-IX   TO W-NEW-IX
                   SET  W-NEW-IX   UP BY 1
                 WHEN TN-TAXID(W-TIN-IX) < TN-TAXID(W-NEW-IX)
                   SET  W-OUT-IX   TO W-TIN-IX
                   SET  W-TIN-IX   UP BY 1
                 WHEN OTHER
                   SET  W-OUT-IX   TO W-NEW-IX
                   SET  W-NEW-IX   UP BY 1
               END-EVALUATE

               PERFORM SUB-3550-WRITE-ENTRY THRU SUB-3550-EXIT
           END-PERFORM

           CLOSE NAMADDTN
           .
       SUB-3500-EXIT.
           EXIT.
      /
       SUB-3550-WRITE-ENTRY.
      *---------------------

           MOVE W-TIN-ENTRY(W-OUT-IX)
                                   TO NAMADDTN-REC

           WRITE NAMADDTN-REC

           IF      NOT W-TN-FILE-STATUS-GOOD
               MOVE W-TN-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-TN-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing NAMADDTN'
               MOVE 33             TO W-RETURN-CODE
               GO TO SUB-3550-EXIT
           END-IF

           EVALUATE TRUE
             WHEN TN-STATUS-MISMATCH(W-OUT-IX)
               ADD  1              TO W-OPEN-MISMATCH
             WHEN TN-STATUS-INVALID(W-OUT-IX)
               ADD  1              TO W-OPEN-INVALID
           END-EVALUATE

           IF      TN-MAIL-BLOCKED(W-OUT-IX)
               ADD  1              TO W-MAIL-BLOCKED
           END-IF
           .
       SUB-3550-EXIT.
           EXIT.
      /
       SUB-4000-WRITE-REVIEW.
      *----------------------

           MOVE SPACES             TO W-COUNT-LINE

           MOVE SPACES             TO W-RPT-LINE
           STRING ' TAXID/NAME VERIFICATION - ANSWERS AND REVIEW '
                                   DELIMITED BY SIZE
                  'QUEUE TO '      DELIMITED BY SIZE
                  W-TODAY          DELIMITED BY SIZE
             INTO W-RPT-LINE
           END-STRING
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE SPACES             TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE 'Entries on file'  TO W-CL-LABEL
           MOVE W-ENTRIES-LOADED   TO W-CL-COUNT
           PERFORM SUB-4100-WRITE-COUNT THRU SUB-4100-EXIT

           MOVE 'Answers read'     TO W-CL-LABEL
           MOVE W-ANSWERS-READ     TO W-CL-COUNT
           PERFORM SUB-4100-WRITE-COUNT THRU SUB-4100-EXIT

           MOVE 'Verified'         TO W-CL-LABEL
           MOVE W-ANS-VERIFIED     TO W-CL-COUNT
           PERFORM SUB-4100-WRITE-COUNT THRU SUB-4100-EXIT

           MOVE 'Mismatched - mail blocked'
                                   TO W-CL-LABEL
           MOVE W-ANS-MISMATCH     TO W-CL-COUNT
           PERFORM SUB-4100-WRITE-COUNT THRU SUB-4100-EXIT

           MOVE 'Invalid TAXID'    TO W-CL-LABEL
           MOVE W-ANS-INVALID      TO W-CL-COUNT
           PERFORM SUB-4100-WRITE-COUNT THRU SUB-4100-EXIT

           MOVE 'Request errors - to resubmit'
                                   TO W-CL-LABEL
           MOVE W-ANS-ERROR        TO W-CL-COUNT
           PERFORM SUB-4100-WRITE-COUNT THRU SUB-4100-EXIT

           MOVE 'Answers matching no request'
                                   TO W-CL-LABEL
           MOVE W-ANS-UNMATCHED    TO W-CL-COUNT
           PERFORM SUB-4100-WRITE-COUNT THRU SUB-4100-EXIT

           MOVE 'Answers with unrecognised code'
                                   TO W-CL-LABEL
           MOVE W-ANS-BAD-CODE     TO W-CL-COUNT
           PERFORM SUB-4100-WRITE-COUNT THRU SUB-4100-EXIT

           MOVE 'Cleared by clerk' TO W-CL-LABEL
           MOVE W-CLEARED          TO W-CL-COUNT
           PERFORM SUB-4100-WRITE-COUNT THRU SUB-4100-EXIT

           MOVE 'Clearances rejected'
                                   TO W-CL-LABEL
           MOVE W-CLEAR-REJECTED   TO W-CL-COUNT
           PERFORM SUB-4100-WRITE-COUNT THRU SUB-4100-EXIT

           MOVE 'Mail blocked for a mismatch'
                                   TO W-CL-LABEL
           MOVE W-MAIL-BLOCKED     TO W-CL-COUNT
           PERFORM SUB-4100-WRITE-COUNT THRU SUB-4100-EXIT

           MOVE SPACES             TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           COMPUTE W-DISP-NUM      = W-OPEN-MISMATCH
                                   + W-OPEN-INVALID
           MOVE SPACES             TO W-RPT-LINE
           STRING ' REVIEW QUEUE - MISMATCHED AND INVALID TAXIDS ('
                                   DELIMITED BY SIZE
                  FUNCTION TRIM(W-DISP-NUM)
                                   DELIMITED BY SIZE
                  ')'              DELIMITED BY SIZE
             INTO W-RPT-LINE
           END-STRING
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE W-REVIEW-HEADING   TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           PERFORM SUB-4200-WRITE-QUEUE-LINE THRU SUB-4200-EXIT
               VARYING W-TIN-IX FROM 1 BY 1
               UNTIL W-TIN-IX > W-TIN-COUNT

           IF      W-OPEN-MISMATCH = 0
               AND W-OPEN-INVALID = 0
               MOVE '   (none)'    TO W-RPT-LINE
               PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT
           END-IF
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-4100-WRITE-COUNT.
      *---------------------

           MOVE W-COUNT-LINE       TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE SPACES             TO W-COUNT-LINE
           .
       SUB-4100-EXIT.
           EXIT.
      /
       SUB-4200-WRITE-QUEUE-LINE.
      *--------------------------

           IF      NOT TN-STATUS-FOR-REVIEW(W-TIN-IX)
               GO TO SUB-4200-EXIT
           END-IF

           MOVE SPACES             TO W-REVIEW-LINE
           MOVE TN-TAXID(W-TIN-IX) TO W-RL-TAXID
           MOVE TN-NAME(W-TIN-IX)  TO W-RL-NAME
           MOVE TN-RESULT-CODE(W-TIN-IX)
                                   TO W-RL-CODE
           MOVE TN-RESULT-DATE(W-TIN-IX)
                                   TO W-RL-RESULT-DATE

           IF      TN-TIN-TYPE-EIN(W-TIN-IX)
               MOVE 'EIN'          TO W-RL-TIN-TYPE
           ELSE
               MOVE 'SSN'          TO W-RL-TIN-TYPE
           END-IF

           IF      TN-RESULT-DATE(W-TIN-IX) NUMERIC
               MOVE TN-RESULT-DATE(W-TIN-IX)
                                   TO W-DATE-NUM
               COMPUTE W-WORK-DAY  = W-TODAY-DAY - FUNCTION
                                   INTEGER-OF-DATE(W-DATE-NUM)
               MOVE W-WORK-DAY     TO W-RL-DAYS
           END-IF

           IF      TN-MAIL-BLOCKED(W-TIN-IX)
               MOVE 'HELD'         TO W-RL-BLOCK
           END-IF

           IF      TN-RESULT-DATE(W-TIN-IX) = W-TODAY
               MOVE 'NEW'          TO W-RL-NEW
           END-IF

           PERFORM VARYING W-CODE-IX FROM 1 BY 1
                   UNTIL W-CODE-IX > 9
               IF      W-CODE-CODE(W-CODE-IX)
                               = TN-RESULT-CODE(W-TIN-IX)
                   MOVE W-CODE-TEXT(W-CODE-IX)
                                   TO W-RL-TEXT
               END-IF
           END-PERFORM

           MOVE W-REVIEW-LINE      TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT
           .
       SUB-4200-EXIT.
           EXIT.
      /
       SUB-5000-SHUT-DOWN.
      *-------------------

           IF      W-MODE-SUBMITTING
               CLOSE NAMADDIX
                     TINSUBMT

               MOVE W-NAMADDIX-RECS
                                   TO W-DISP-NUM
               DISPLAY 'NAMADDIX records read:   '
                       W-DISP-NUM

               MOVE W-ACTIVE-RECS  TO W-DISP-NUM
               DISPLAY 'Active records:          '
                       W-DISP-NUM

               MOVE W-SUB-NEW      TO W-DISP-NUM
               DISPLAY 'Submitted, new TAXID:    '
                       W-DISP-NUM

               MOVE W-SUB-CHANGED  TO W-DISP-NUM
               DISPLAY 'Submitted, name changed: '
                       W-DISP-NUM

               MOVE W-SUB-RETRY    TO W-DISP-NUM
               DISPLAY 'Resubmitted after error: '
                       W-DISP-NUM

               MOVE W-SUB-CYCLE    TO W-DISP-NUM
               DISPLAY 'Submitted, full cycle:   '
                       W-DISP-NUM

               MOVE W-SUB-DEFERRED TO W-DISP-NUM
               DISPLAY 'New, left for next run:  '
                       W-DISP-NUM
           ELSE
               CLOSE TINREVW

               MOVE W-ANSWERS-READ TO W-DISP-NUM
               DISPLAY 'Answers read:            '
                       W-DISP-NUM

               MOVE W-ANS-VERIFIED TO W-DISP-NUM
               DISPLAY 'Verified:                '
                       W-DISP-NUM

               MOVE W-ANS-MISMATCH TO W-DISP-NUM
               DISPLAY 'Mismatched:              '
                       W-DISP-NUM

               MOVE W-ANS-INVALID  TO W-DISP-NUM
               DISPLAY 'Invalid TAXID:           '
                       W-DISP-NUM

               MOVE W-ANS-ERROR    TO W-DISP-NUM
               DISPLAY 'Request errors:          '
                       W-DISP-NUM

               MOVE W-CLEARED      TO W-DISP-NUM
               DISPLAY 'Cleared by clerk:        '
                       W-DISP-NUM

               MOVE W-MAIL-BLOCKED TO W-DISP-NUM
               DISPLAY 'Mail blocked:            '
                       W-DISP-NUM

               IF      W-ANS-MISMATCH > 0
                   OR  W-ANS-INVALID > 0
                   IF      W-RETURN-CODE = 0
                       MOVE 4      TO W-RETURN-CODE
                   END-IF
               END-IF
           END-IF

           DISPLAY 'NAMADDTIN completed'
           .
       SUB-5000-EXIT.
           EXIT.
      /
       SUB-9600-READ-NAMADDIX-SEQ.
      *---------------------------

           READ NAMADDIX NEXT
               AT END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-9600-EXIT
           END-READ

           IF      W-FILE-STATUS-GOOD
               ADD  1              TO W-NAMADDIX-RECS
           ELSE
               MOVE W-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' reading NAMADDIX next record'
               MOVE 21             TO W-RETURN-CODE
           END-IF
           .
       SUB-9600-EXIT.
           EXIT.
      /
       SUB-9900-WRITE-LINE.
      *--------------------

           MOVE W-RPT-LINE         TO TINREVW-REC

           WRITE TINREVW-REC

           IF      NOT W-TR-FILE-STATUS-GOOD
               MOVE W-TR-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-TR-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing TINREVW'
               MOVE 40             TO W-RETURN-CODE
           END-IF
           .
       SUB-9900-EXIT.
           EXIT.
