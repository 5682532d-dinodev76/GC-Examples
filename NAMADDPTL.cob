      *========================== NAMADDPTL ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Intake for the self-service change requests the
      *              taxpayer portal drops into
      *              Data\NAMEADDR.PortalReq.dat, which clerks used
      *              to re-key through NAMADDSCR. Each request is
      *              verified against NAMADDIX before anything is
      *              applied:
      *
      *                  where an identity PIN has been issued for
      *                  the TAXID (IDPIN subroutine) the request
      *                  must carry that PIN - a name and ZIP are
      *                  what an identity thief already has;
      *                  otherwise the last name and the current ZIP
      *                  (physical or mailing, first five digits)
      *                  must both match the record.
      *
      *              A verified request becomes a NAMADDTX change
      *              transaction - the record's current image with
      *              the requested address, phone and email laid
      *              over it - under source system 'WEB' and
      *              operator 'PORTAL' (register WEB in
      *              Data\NAMEADDR.SourceRegistry.dat). Argument 1
      *              'D' appends the transactions to
      *              Data\NAMEADDR.Daytime.Tx.dat for the next
      *              NAMADDDAY micro-batch; otherwise they are
      *              written to Data\NAMEADDR.PortalTx.dat for the
      *              nightly BLDFILES maintenance run.
      *
      *              A failed verification, a TAXID not on file, a
      *              deceased record or a request changing nothing
      *              goes to the review file
      *              Data\NAMEADDR.PortalReview.dat with the reason.
      *              Verification failures are counted per TAXID
      *              across runs in Data\NAMEADDR.PortalFail.dat
      *              (a verified request clears the count); a TAXID
      *              reaching W-FAIL-ALERT-AT failures raises an
      *              ALERT warning, once per run - repeated guessing
      *              at one taxpayer is the hijack attempt the
      *              checks are there to stop. PIN refusals are
      *              logged, counted and alerted on by IDPIN across
      *              every channel instead.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      * 2026-09-14  0.2      Identity PINs are checked through the
      *                      shared IDPIN subroutine: every PIN
      *                      presented lands on the PIN log, and
      *                      refusals are counted with the screen's
      *                      and the service's towards one ALERT
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 NAMADDPTL.

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
           SELECT PORTREQ          ASSIGN "Data\NAMEADDR.PortalReq.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-PQ-FILE-STATUS.

           SELECT NAMADDIX         ASSIGN "Data\NAMEADDR.Idx.dat"
                                   ORGANIZATION INDEXED
                                   ACCESS DYNAMIC
                                   RECORD KEY NA-TAXID
                                                   IN NAMADDIX-REC
                                   FILE STATUS W-FILE-STATUS.

           SELECT PORTTX           ASSIGN TO W-TX-PATH
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-PX-FILE-STATUS.

           SELECT PORTREV          ASSIGN
                                   "Data\NAMEADDR.PortalReview.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-PW-FILE-STATUS.

           SELECT PORTFAIL         ASSIGN "Data\NAMEADDR.PortalFail.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-PF-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  PORTREQ.

       01  PORTREQ-REC.
           05  PQ-REQUEST-ID       PIC X(16).
           05  FILLER              PIC X(01).
           05  PQ-TAXID            PIC X(12).
           05  FILLER              PIC X(01).
           05  PQ-LAST-NAME        PIC X(35).
           05  FILLER              PIC X(01).
           05  PQ-VERIFY-ZIP       PIC X(10).
           05  FILLER              PIC X(01).
           05  PQ-PIN              PIC X(06).
           05  FILLER              PIC X(01).
           05  PQ-ADDR-TARGET      PIC X(01).
               88  PQ-ADDR-PHYSICAL                VALUE 'P'.
               88  PQ-ADDR-MAILING                 VALUE 'M'.
           05  FILLER              PIC X(01).
           05  PQ-STREET           PIC X(35).
           05  FILLER              PIC X(01).
           05  PQ-CITY             PIC X(25).
           05  FILLER              PIC X(01).
           05  PQ-STATE            PIC X(10).
           05  FILLER              PIC X(01).
           05  PQ-ZIP-CODE         PIC X(10).
           05  FILLER              PIC X(01).
           05  PQ-PHONE            PIC X(15).
           05  FILLER              PIC X(01).
           05  PQ-EMAIL            PIC X(50).
           05  FILLER              PIC X(01).
           05  PQ-SUBMITTED        PIC X(14).

       FD  NAMADDIX.

       01  NAMADDIX-REC.           COPY NAMEADDR.

       FD  PORTTX.

       01  PORTTX-REC.             COPY NAMADDTX.

       FD  PORTREV.

       01  PORTREV-REC             PIC X(120).

       FD  PORTFAIL.

       01  PORTFAIL-REC.
           05  PF-TAXID            PIC X(12).
           05  FILLER              PIC X(01).
           05  PF-FAIL-COUNT       PIC 9(03).
           05  FILLER              PIC X(01).
           05  PF-LAST-FAIL-DATE   PIC X(08).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-REQUESTS-READ         PIC 9(09)  COMP VALUE 0.
       01  W-REQUESTS-VERIFIED     PIC 9(09)  COMP VALUE 0.
       01  W-REQUESTS-REVIEWED     PIC 9(09)  COMP VALUE 0.
       01  W-VERIFY-FAILURES       PIC 9(09)  COMP VALUE 0.
       01  W-ALERTS-RAISED         PIC 9(09)  COMP VALUE 0.
       01  W-RETURN-CODE           PIC S9(04) COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZ9.

       01  W-MODE-ARG              PIC X(01)       VALUE SPACE.
           88  W-MODE-DAYTIME                      VALUE 'D'.

       01  W-TX-PATH               PIC X(60)       VALUE
           'Data\NAMEADDR.PortalTx.dat'.

       01  W-TODAY                 PIC X(08).

       01  W-FAIL-ALERT-AT         PIC 9(03)  COMP VALUE 3.

       01  W-FL-COUNT              PIC 9(05)  COMP VALUE 0.
       01  W-FL-MAX                PIC 9(05)  COMP VALUE 20000.

       01  W-FL-TABLE.
           05  W-FL-ENTRY                          OCCURS 20000
                                                   INDEXED W-FL-IX.
               10  W-FL-TAXID      PIC X(12).
               10  W-FL-FAILS      PIC 9(03).
               10  W-FL-LAST-DATE  PIC X(08).
               10  W-FL-ALERTED-SW PIC X(01).
                   88  W-FL-ALERTED                VALUE 'Y'.

       01  W-FL-FOUND-SW           PIC X(01).
           88  W-FL-FOUND                          VALUE 'Y'.
           88  W-FL-NOT-FOUND                      VALUE 'N'.

       01  W-REVIEW-REASON         PIC X(40).

       01  W-VERIFY-SW             PIC X(01).
           88  W-VERIFY-FAILED                     VALUE 'F'.
           88  W-VERIFY-PASSED                     VALUE 'P'.
           88  W-VERIFY-PIN-REFUSED                VALUE 'R'.

       01  W-CHANGE-REC.           COPY NAMEADDR.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-PQ-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-PF-EOF                            VALUE 'Y'.

       01  W-FILE-STATUS           PIC X(02).
           88  W-FILE-STATUS-GOOD                  VALUE '00'.
           88  W-FILE-STATUS-NOT-FOUND             VALUE '23'.

       01  W-PQ-FILE-STATUS        PIC X(02).
           88  W-PQ-FILE-STATUS-GOOD               VALUE '00'.

       01  W-PX-FILE-STATUS        PIC X(02).
           88  W-PX-FILE-STATUS-GOOD               VALUE '00'.

       01  W-PW-FILE-STATUS        PIC X(02).
           88  W-PW-FILE-STATUS-GOOD               VALUE '00'.

       01  W-PF-FILE-STATUS        PIC X(02).
           88  W-PF-FILE-STATUS-GOOD               VALUE '00'.

       01  W-ERROR-MSG             PIC X(22)       VALUE
           '**** NAMADDPTL error: '.

       01  W-FS-CONTROL.
           COPY FILESTATL.

       01  W-RI-CONTROL.
           COPY RUNIDL.

       01  W-AL-CONTROL.
           COPY ALERTL.

       01  W-IQ-CONTROL.
           COPY IDPINL.

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

           PERFORM SUB-2000-PROCESS-ONE-REQUEST THRU SUB-2000-EXIT
               UNTIL W-PQ-EOF
               OR    W-RETURN-CODE NOT = 0

           IF      W-RETURN-CODE = 0
               PERFORM SUB-2800-REWRITE-FAIL-FILE THRU SUB-2800-EXIT
           END-IF

           PERFORM SUB-3000-SHUT-DOWN THRU SUB-3000-EXIT
           .
       MAIN-EXIT.
           MOVE W-RETURN-CODE      TO RETURN-CODE
           STOP RUN.
      /
       SUB-1000-START-UP.
      *------------------

           MOVE FUNCTION WHEN-COMPILED
                                   TO W-COMPILED-DATE

           DISPLAY 'NAMADDPTL compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           MOVE FUNCTION CURRENT-DATE(1:8)
                                   TO W-TODAY

           SET  RI-FUNC-NEXT       TO TRUE
           CALL 'RUNID' USING W-RI-CONTROL
           DISPLAY 'Run ID: ' RI-RUN-ID

           DISPLAY 1               UPON ARGUMENT-NUMBER

           ACCEPT W-MODE-ARG       FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACE      TO W-MODE-ARG
           END-ACCEPT

           MOVE FUNCTION UPPER-CASE(W-MODE-ARG)
                                   TO W-MODE-ARG

           IF      W-MODE-DAYTIME
               MOVE 'Data\NAMEADDR.Daytime.Tx.dat'
                                   TO W-TX-PATH
           END-IF

           DISPLAY 'Transactions to: '
                   FUNCTION TRIM(W-TX-PATH)

           PERFORM SUB-1100-LOAD-PINS THRU SUB-1100-EXIT
           PERFORM SUB-1200-LOAD-FAIL-COUNTS THRU SUB-1200-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           OPEN INPUT PORTREQ

           IF      NOT W-PQ-FILE-STATUS-GOOD
               MOVE W-PQ-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-PQ-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening PORTREQ'
               MOVE 10             TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
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
               MOVE 11             TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

      **** The daytime batch accumulates until NAMADDDAY applies it
      **** and renames it aside - never overwrite it.

           IF      W-MODE-DAYTIME
               OPEN EXTEND PORTTX

               IF      NOT W-PX-FILE-STATUS-GOOD
                   OPEN OUTPUT PORTTX
               END-IF
           ELSE
               OPEN OUTPUT PORTTX
           END-IF

           IF      NOT W-PX-FILE-STATUS-GOOD
               MOVE W-PX-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-PX-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening PORTTX'
               MOVE 12             TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN OUTPUT PORTREV

           IF      NOT W-PW-FILE-STATUS-GOOD
               MOVE W-PW-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-PW-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening PORTREV'
               MOVE 13             TO W-RETURN-CODE
           END-IF
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-PINS.
      *-------------------

      **** No PIN file simply means no PINs have been issued yet -
      **** every request verifies on name and ZIP. An unreadable one
      **** stops the run: a PIN holder must never fall back to the
      **** name and ZIP an identity thief already has.

           SET  IQ-FUNC-LOAD       TO TRUE
           CALL 'IDPIN' USING W-IQ-CONTROL

           IF      IQ-RESPONSE-FILE-ERROR
               DISPLAY W-ERROR-MSG
                       'Unable to read the identity-PIN file'
               MOVE 14             TO W-RETURN-CODE
           END-IF
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1200-LOAD-FAIL-COUNTS.
      *--------------------------

           OPEN INPUT PORTFAIL

           IF      NOT W-PF-FILE-STATUS-GOOD
               GO TO SUB-1200-EXIT
           END-IF

           PERFORM UNTIL W-PF-EOF
                   OR    W-RETURN-CODE NOT = 0
               READ PORTFAIL
                   AT END
                       SET  W-PF-EOF
                                   TO TRUE
               END-READ

               IF      NOT W-PF-EOF
                   AND PF-TAXID NOT = SPACES
                   IF      W-FL-COUNT >= W-FL-MAX
                       DISPLAY W-ERROR-MSG
                               'Failure-count table full - increase '
                               'W-FL-MAX'
                       MOVE 15     TO W-RETURN-CODE
                   ELSE
                       ADD  1      TO W-FL-COUNT
                       SET  W-FL-IX
                                   TO W-FL-COUNT
                       MOVE PF-TAXID
                                   TO W-FL-TAXID(W-FL-IX)
                       MOVE PF-FAIL-COUNT
                                   TO W-FL-FAILS(W-FL-IX)
                       MOVE PF-LAST-FAIL-DATE
                                   TO W-FL-LAST-DATE(W-FL-IX)
                       MOVE 'N'    TO W-FL-ALERTED-SW(W-FL-IX)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE PORTFAIL
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS-ONE-REQUEST.
      *-----------------------------

           READ PORTREQ
               AT END
                   SET  W-PQ-EOF   TO TRUE
                   GO TO SUB-2000-EXIT
           END-READ

           ADD  1                  TO W-REQUESTS-READ

           MOVE SPACES             TO W-REVIEW-REASON
           SET  W-VERIFY-PASSED    TO TRUE

           MOVE PQ-TAXID           TO NA-TAXID IN NAMADDIX-REC

           READ NAMADDIX

           EVALUATE TRUE
               WHEN W-FILE-STATUS-NOT-FOUND
                   MOVE 'TAXID not on file'
                                   TO W-REVIEW-REASON
                   SET  W-VERIFY-FAILED
                                   TO TRUE

               WHEN NOT W-FILE-STATUS-GOOD
                   MOVE W-FILE-STATUS TO FS-STATUS-CODE
                   CALL 'FILESTAT' USING W-FS-CONTROL
                   DISPLAY W-ERROR-MSG
                           'File status '
                           W-FILE-STATUS
                           ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                           ' reading NAMADDIX for ' PQ-TAXID
                   MOVE 20         TO W-RETURN-CODE
                   GO TO SUB-2000-EXIT

               WHEN OTHER
                   PERFORM SUB-2100-VERIFY-IDENTITY THRU
                           SUB-2100-EXIT
           END-EVALUATE

           IF      W-REVIEW-REASON = SPACES
               EVALUATE TRUE
                   WHEN NA-STATUS-DECEASED IN NAMADDIX-REC
                       MOVE 'Record marked deceased'
                                   TO W-REVIEW-REASON

                   WHEN PQ-ADDR-TARGET NOT = SPACE
                    AND NOT PQ-ADDR-PHYSICAL
                    AND NOT PQ-ADDR-MAILING
                       MOVE 'Address target not P or M'
                                   TO W-REVIEW-REASON

                   WHEN PQ-ADDR-TARGET NOT = SPACE
                    AND (PQ-STREET = SPACES
                         OR PQ-CITY = SPACES
                         OR PQ-ZIP-CODE = SPACES)
                       MOVE 'New address incomplete'
                                   TO W-REVIEW-REASON

                   WHEN PQ-ADDR-TARGET = SPACE
                    AND PQ-PHONE = SPACES
                    AND PQ-EMAIL = SPACES
                       MOVE 'Request changes nothing'
                                   TO W-REVIEW-REASON
               END-EVALUATE
           END-IF

           EVALUATE TRUE
               WHEN W-VERIFY-FAILED
                   PERFORM SUB-2300-COUNT-FAILURE THRU SUB-2300-EXIT

               WHEN W-VERIFY-PIN-REFUSED
                   ADD  1          TO W-VERIFY-FAILURES

                   IF      IQ-ALERT-RAISED
                       ADD  1      TO W-ALERTS-RAISED
                   END-IF

               WHEN OTHER
                   PERFORM SUB-2350-CLEAR-FAILURES THRU SUB-2350-EXIT
           END-EVALUATE

           IF      W-REVIEW-REASON NOT = SPACES
               PERFORM SUB-2500-WRITE-REVIEW-LINE THRU SUB-2500-EXIT
               GO TO SUB-2000-EXIT
           END-IF

           PERFORM SUB-2400-WRITE-CHANGE-TRANS THRU SUB-2400-EXIT
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-VERIFY-IDENTITY.
      *-------------------------

           SET  IQ-FUNC-QUERY      TO TRUE
           MOVE PQ-TAXID           TO IQ-TAXID
           CALL 'IDPIN' USING W-IQ-CONTROL

      **** IDPIN logs the PIN presented, counts a refusal and raises
      **** the repeated-failure ALERT itself.

           IF      IQ-PIN-HELD
               SET  IQ-FUNC-VERIFY TO TRUE
               MOVE PQ-PIN         TO IQ-PIN-GIVEN
               MOVE 'PTL'          TO IQ-CHANNEL
               MOVE 'PORTAL'       TO IQ-OPERATOR-ID
               MOVE 'NAMADDPTL'    TO IQ-PROGRAM-NAME
               MOVE RI-RUN-ID      TO IQ-RUN-ID
               CALL 'IDPIN' USING W-IQ-CONTROL

               EVALUATE TRUE
                   WHEN IQ-RESULT-ACCEPTED
                       CONTINUE

                   WHEN IQ-RESPONSE-FILE-ERROR
                       MOVE 'Identity PIN check could not be logged'
                                   TO W-REVIEW-REASON
                       SET  W-VERIFY-PIN-REFUSED
                                   TO TRUE

                   WHEN OTHER
                       MOVE 'Identity PIN does not match'
                                   TO W-REVIEW-REASON
                       SET  W-VERIFY-PIN-REFUSED
                                   TO TRUE
               END-EVALUATE

               GO TO SUB-2100-EXIT
           END-IF

           IF      FUNCTION UPPER-CASE(PQ-LAST-NAME)
                       NOT = NA-LAST-NAME IN NAMADDIX-REC
               MOVE 'Last name does not match'
                                   TO W-REVIEW-REASON
               SET  W-VERIFY-FAILED
                                   TO TRUE
               GO TO SUB-2100-EXIT
           END-IF

           IF      PQ-VERIFY-ZIP(1 : 5)
                       NOT = NA-ZIP-CODE IN NAMADDIX-REC(1 : 5)
               AND PQ-VERIFY-ZIP(1 : 5)
                       NOT = NA-M-ZIP-CODE IN NAMADDIX-REC(1 : 5)
               MOVE 'Current ZIP does not match'
                                   TO W-REVIEW-REASON
               SET  W-VERIFY-FAILED
                                   TO TRUE
           END-IF
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2300-COUNT-FAILURE.
      *-----------------------

           ADD  1                  TO W-VERIFY-FAILURES

           PERFORM SUB-2390-FIND-FAIL-ENTRY THRU SUB-2390-EXIT

           IF      W-FL-NOT-FOUND
               IF      W-FL-COUNT >= W-FL-MAX
                   DISPLAY W-ERROR-MSG
                           'Failure-count table full - increase '
                           'W-FL-MAX'
                   MOVE 25         TO W-RETURN-CODE
                   GO TO SUB-2300-EXIT
               END-IF

               ADD  1              TO W-FL-COUNT
               SET  W-FL-IX        TO W-FL-COUNT
               MOVE PQ-TAXID       TO W-FL-TAXID(W-FL-IX)
               MOVE 0              TO W-FL-FAILS(W-FL-IX)
               MOVE 'N'            TO W-FL-ALERTED-SW(W-FL-IX)
           END-IF

           IF      W-FL-FAILS(W-FL-IX) < 999
               ADD  1              TO W-FL-FAILS(W-FL-IX)
           END-IF

           MOVE W-TODAY            TO W-FL-LAST-DATE(W-FL-IX)

           IF      W-FL-FAILS(W-FL-IX) >= W-FAIL-ALERT-AT
               AND NOT W-FL-ALERTED(W-FL-IX)
               PERFORM SUB-2380-RAISE-ALERT THRU SUB-2380-EXIT
               MOVE 'Y'            TO W-FL-ALERTED-SW(W-FL-IX)
           END-IF
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2350-CLEAR-FAILURES.
      *------------------------

           PERFORM SUB-2390-FIND-FAIL-ENTRY THRU SUB-2390-EXIT

           IF      W-FL-FOUND
               MOVE 0              TO W-FL-FAILS(W-FL-IX)
           END-IF
           .
       SUB-2350-EXIT.
           EXIT.
      /
       SUB-2380-RAISE-ALERT.
      *---------------------

           MOVE 'NAMADDPTL'        TO AL-PROGRAM-NAME
           MOVE RI-RUN-ID          TO AL-RUN-ID
           SET  AL-SEV-WARNING     TO TRUE
           MOVE 4                  TO AL-CONDITION-CODE

           MOVE W-FL-FAILS(W-FL-IX)
                                   TO W-DISP-NUM
           MOVE SPACES             TO AL-TEXT
           STRING 'Portal verification failed '
                                   DELIMITED BY SIZE
                  FUNCTION TRIM(W-DISP-NUM)
                                   DELIMITED BY SIZE
                  ' times for '    DELIMITED BY SIZE
                  PQ-TAXID         DELIMITED BY SIZE
             INTO AL-TEXT
           END-STRING

           MOVE 'Check the portal review file; consider an identity PIN'
                                   TO AL-ACTION

           CALL 'ALERT' USING W-AL-CONTROL

           ADD  1                  TO W-ALERTS-RAISED
           .
       SUB-2380-EXIT.
           EXIT.
      /
       SUB-2390-FIND-FAIL-ENTRY.
      *-------------------------

           SET  W-FL-NOT-FOUND     TO TRUE
           SET  W-FL-IX            TO 1

           PERFORM UNTIL W-FL-IX > W-FL-COUNT
                   OR    W-FL-FOUND
               IF      W-FL-TAXID(W-FL-IX) = PQ-TAXID
                   SET  W-FL-FOUND TO TRUE
               ELSE
                   SET  W-FL-IX    UP BY 1
               END-IF
           END-PERFORM
           .
       SUB-2390-EXIT.
           EXIT.
      /
       SUB-2400-WRITE-CHANGE-TRANS.
      *----------------------------

           MOVE NAMADDIX-REC       TO W-CHANGE-REC

           EVALUATE TRUE
               WHEN PQ-ADDR-PHYSICAL
                   MOVE FUNCTION UPPER-CASE(PQ-STREET)
                                   TO NA-STREET IN W-CHANGE-REC
                   MOVE FUNCTION UPPER-CASE(PQ-CITY)
                                   TO NA-CITY IN W-CHANGE-REC
                   MOVE FUNCTION UPPER-CASE(PQ-STATE)
                                   TO NA-STATE IN W-CHANGE-REC
                   MOVE PQ-ZIP-CODE
                                   TO NA-ZIP-CODE IN W-CHANGE-REC

               WHEN PQ-ADDR-MAILING
                   MOVE FUNCTION UPPER-CASE(PQ-STREET)
                                   TO NA-M-STREET IN W-CHANGE-REC
                   MOVE FUNCTION UPPER-CASE(PQ-CITY)
                                   TO NA-M-CITY IN W-CHANGE-REC
                   MOVE FUNCTION UPPER-CASE(PQ-STATE)
                                   TO NA-M-STATE IN W-CHANGE-REC
                   MOVE PQ-ZIP-CODE
                                   TO NA-M-ZIP-CODE IN W-CHANGE-REC
                   SET  NA-ADDRESS-TYPE-MAILING IN W-CHANGE-REC
                                   TO TRUE
           END-EVALUATE

           IF      PQ-PHONE NOT = SPACES
               MOVE PQ-PHONE       TO NA-PHONE IN W-CHANGE-REC
           END-IF

           IF      PQ-EMAIL NOT = SPACES
               MOVE PQ-EMAIL       TO NA-EMAIL IN W-CHANGE-REC
           END-IF

           MOVE W-TODAY            TO NA-EFFECTIVE-DATE
                                       IN W-CHANGE-REC

           MOVE SPACES             TO PORTTX-REC
           SET  NA-TRANS-CHANGE IN PORTTX-REC
                                   TO TRUE
           MOVE W-CHANGE-REC       TO PORTTX-REC(2 : LENGTH OF
                                       W-CHANGE-REC)
           MOVE 'WEB'              TO NA-SOURCE-SYSTEM IN PORTTX-REC
           MOVE 'PORTAL'           TO NA-OPERATOR-ID IN PORTTX-REC
           MOVE PQ-SUBMITTED       TO NA-ENTRY-TIMESTAMP
                                       IN PORTTX-REC

           WRITE PORTTX-REC

           IF      NOT W-PX-FILE-STATUS-GOOD
               MOVE W-PX-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-PX-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing PORTTX'
               MOVE 30             TO W-RETURN-CODE
               GO TO SUB-2400-EXIT
           END-IF

           ADD  1                  TO W-REQUESTS-VERIFIED
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2500-WRITE-REVIEW-LINE.
      *---------------------------

           MOVE SPACES             TO PORTREV-REC

           STRING PQ-REQUEST-ID    DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  PQ-TAXID         DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  PQ-SUBMITTED     DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  FUNCTION TRIM(W-REVIEW-REASON)
                                   DELIMITED BY SIZE
             INTO PORTREV-REC
           END-STRING

           WRITE PORTREV-REC

           IF      NOT W-PW-FILE-STATUS-GOOD
               MOVE W-PW-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-PW-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing PORTREV'
               MOVE 31             TO W-RETURN-CODE
               GO TO SUB-2500-EXIT
           END-IF

           ADD  1                  TO W-REQUESTS-REVIEWED
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2800-REWRITE-FAIL-FILE.
      *---------------------------

           OPEN OUTPUT PORTFAIL

           IF      NOT W-PF-FILE-STATUS-GOOD
               MOVE W-PF-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-PF-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' rewriting PORTFAIL'
               MOVE 32             TO W-RETURN-CODE
               GO TO SUB-2800-EXIT
           END-IF

           PERFORM VARYING W-FL-IX FROM 1 BY 1
                   UNTIL W-FL-IX > W-FL-COUNT
               IF      W-FL-FAILS(W-FL-IX) > 0
                   MOVE SPACES     TO PORTFAIL-REC
                   MOVE W-FL-TAXID(W-FL-IX)
                                   TO PF-TAXID
                   MOVE W-FL-FAILS(W-FL-IX)
                                   TO PF-FAIL-COUNT
                   MOVE W-FL-LAST-DATE(W-FL-IX)
                                   TO PF-LAST-FAIL-DATE
                   WRITE PORTFAIL-REC
               END-IF
           END-PERFORM

           CLOSE PORTFAIL
           .
       SUB-2800-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           CLOSE PORTREQ
                 NAMADDIX
                 PORTTX
                 PORTREV

           MOVE W-REQUESTS-READ    TO W-DISP-NUM
           DISPLAY 'Requests read:          '
                   W-DISP-NUM

           MOVE W-REQUESTS-VERIFIED
                                   TO W-DISP-NUM
           DISPLAY 'Verified - trans written:'
                   W-DISP-NUM

           MOVE W-REQUESTS-REVIEWED
                                   TO W-DISP-NUM
           DISPLAY 'Sent to review:         '
                   W-DISP-NUM

           MOVE W-VERIFY-FAILURES  TO W-DISP-NUM
           DISPLAY 'Verification failures:  '
                   W-DISP-NUM

           MOVE W-ALERTS-RAISED    TO W-DISP-NUM
           DISPLAY 'Repeat-failure alerts:  '
                   W-DISP-NUM

           DISPLAY 'NAMADDPTL completed'
           .
       SUB-3000-EXIT.
           EXIT.
