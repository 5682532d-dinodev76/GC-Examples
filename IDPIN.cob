      *============================= IDPIN ============================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Subroutine guarding changes to the records of
      *              confirmed identity-theft victims. NAMADDPIN
      *              issues each such TAXID a 6-digit identity
      *              protection PIN, held in
      *              Data\NAMEADDR.IdentityPin.dat (NAMADDIP.cpy);
      *              the portal intake (NAMADDPTL), the screen's
      *              caller verification (NAMADDSCR) and the lookup
      *              service's change verb (NAMADDSVC) ask here
      *              whether a TAXID holds one and check the PIN the
      *              caller presents.
      *
      *              Every PIN presented - accepted or refused - is
      *              appended to Data\NAMEADDR.PinLog.dat
      *              (NAMADDPL.cpy) with the channel and operator,
      *              never the PIN itself. A check whose log line
      *              cannot be written is refused: an unlogged use
      *              is no use. The refusal count since the PIN was
      *              issued or last accepted is rebuilt from the log
      *              on every check, so guesses are counted across
      *              channels, concurrent service workers and runs;
      *              reaching the registry's IDPIN FAIL-ALERT-AT
      *              (default 3), and every as many refusals again,
      *              raises an ALERT warning.
      *
      *              The PIN file and the log are re-read on every
      *              'V' check - they are small, and a PIN reissued
      *              while a service worker is up must be the one it
      *              checks. 'Q' answers from the table loaded by
      *              the last 'L' or 'V'.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.             IDPIN.

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
           SELECT NAMADDIP         ASSIGN
                                   "Data\NAMEADDR.IdentityPin.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-IP-FILE-STATUS.

           SELECT NAMADDPL         ASSIGN "Data\NAMEADDR.PinLog.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-PL-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  NAMADDIP.

       01  NAMADDIP-REC.           COPY NAMADDIP.

       FD  NAMADDPL.

       01  NAMADDPL-REC.           COPY NAMADDPL.
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-LOADED-SW             PIC X(01)       VALUE 'N'.
           88  W-TABLE-LOADED                      VALUE 'Y'.
           88  W-TABLE-NOT-LOADED                  VALUE 'N'.

       01  W-PIN-COUNT             PIC 9(05)  COMP VALUE 0.
       01  W-PIN-MAX               PIC 9(05)  COMP VALUE 20000.

       01  W-PIN-TABLE.
           05  W-PIN-ENTRY                         OCCURS 20000
                                                   INDEXED W-PIN-IX.
               10  W-PIN-TAXID     PIC X(12).
               10  W-PIN-VALUE     PIC X(06).
               10  W-PIN-FAILS     PIC 9(03).

       01  W-FIND-TAXID            PIC X(12).

       01  W-ALERT-AT              PIC 9(03)       VALUE 3.
       01  W-ALERT-REM             PIC 9(03).
       01  W-ALERT-QUOT            PIC 9(03).
       01  W-DISP-NUM              PIC ZZ9.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-PARM-READ                         VALUE 'Y'.

       01  FILLER                  PIC X(01).
           88  W-PIN-FOUND                         VALUE 'Y'.
           88  W-PIN-NOT-FOUND                     VALUE 'N'.

       01  FILLER                  PIC X(01).
           88  W-IP-EOF                            VALUE 'Y'.
           88  W-IP-NOT-EOF                        VALUE 'N'.

       01  FILLER                  PIC X(01).
           88  W-PL-EOF                            VALUE 'Y'.
           88  W-PL-NOT-EOF                        VALUE 'N'.

       01  W-IP-FILE-STATUS        PIC X(02).
           88  W-IP-FILE-STATUS-GOOD               VALUE '00'.
           88  W-IP-FILE-NOT-FOUND                 VALUE '35'.

       01  W-PL-FILE-STATUS        PIC X(02).
           88  W-PL-FILE-STATUS-GOOD               VALUE '00'.
           88  W-PL-FILE-NOT-FOUND                 VALUE '35'.

       01  W-PR-CONTROL.
           COPY PARMREGL.

       01  W-AL-CONTROL.
           COPY ALERTL.
      /
       LINKAGE SECTION.
      *----------------

       01  L-CONTROL.              COPY IDPINL.
      /
       PROCEDURE DIVISION
      *==================
           USING L-CONTROL.

       MAIN.
      *-----

           SET  IQ-RESPONSE-GOOD   TO TRUE
           MOVE 'N'                TO IQ-ALERT-SW
           MOVE 0                  TO IQ-FAIL-COUNT

           IF      NOT W-PARM-READ
               PERFORM SUB-1050-READ-ALERT-AT THRU SUB-1050-EXIT
           END-IF

           MOVE W-ALERT-AT         TO IQ-ALERT-AT

           EVALUATE TRUE
               WHEN IQ-FUNC-LOAD
                   PERFORM SUB-1000-LOAD-TABLE THRU SUB-1000-EXIT

               WHEN IQ-FUNC-QUERY
                   IF      W-TABLE-NOT-LOADED
                       PERFORM SUB-1000-LOAD-TABLE THRU SUB-1000-EXIT
                   END-IF

                   PERFORM SUB-2000-QUERY-TAXID THRU SUB-2000-EXIT

               WHEN IQ-FUNC-VERIFY
                   PERFORM SUB-1000-LOAD-TABLE THRU SUB-1000-EXIT

                   IF      IQ-RESPONSE-GOOD
                       PERFORM SUB-3000-VERIFY-PIN THRU SUB-3000-EXIT
                   ELSE
                       SET  IQ-RESULT-REFUSED
                                   TO TRUE
                   END-IF

               WHEN OTHER
                   SET  IQ-RESPONSE-FILE-ERROR
                                   TO TRUE
           END-EVALUATE
           .
       MAIN-EXIT.
           GOBACK.
      /
       SUB-1000-LOAD-TABLE.
      *--------------------

      **** No PIN file simply means no PIN has been issued yet.

           MOVE 0                  TO W-PIN-COUNT
           MOVE 'N'                TO W-LOADED-SW
           SET  W-IP-NOT-EOF       TO TRUE

           OPEN INPUT NAMADDIP

           IF      W-IP-FILE-NOT-FOUND
               SET  W-TABLE-LOADED TO TRUE
               GO TO SUB-1000-EXIT
           END-IF

           IF      NOT W-IP-FILE-STATUS-GOOD
               SET  IQ-RESPONSE-FILE-ERROR
                                   TO TRUE
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1100-LOAD-ONE-PIN THRU SUB-1100-EXIT
               UNTIL W-IP-EOF

           CLOSE NAMADDIP

           IF      IQ-RESPONSE-FILE-ERROR
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1200-COUNT-REFUSALS THRU SUB-1200-EXIT

           SET  W-TABLE-LOADED     TO TRUE
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1050-READ-ALERT-AT.
      *-----------------------

           SET  W-PARM-READ        TO TRUE

           SET  PR-FUNC-GET        TO TRUE
           MOVE 'IDPIN'            TO PR-PROGRAM-NAME
           MOVE 'FAIL-ALERT-AT'    TO PR-PARM-NAME
           MOVE SPACES             TO PR-AS-OF-DATE

           CALL 'PARMREG' USING W-PR-CONTROL

           IF      PR-RESPONSE-GOOD
               AND PR-FOUND
               AND PR-VALUE-NUMERIC
               AND PR-VALUE-NUM > 0
               AND PR-VALUE-NUM < 1000
               MOVE PR-VALUE-NUM   TO W-ALERT-AT
           END-IF
           .
       SUB-1050-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-ONE-PIN.
      *----------------------

           READ NAMADDIP
               AT END
                   SET  W-IP-EOF   TO TRUE
                   GO TO SUB-1100-EXIT
           END-READ

           IF      IP-TAXID = SPACES
               GO TO SUB-1100-EXIT
           END-IF

           IF      W-PIN-COUNT >= W-PIN-MAX
               SET  IQ-RESPONSE-FILE-ERROR
                                   TO TRUE
               SET  W-IP-EOF       TO TRUE
               GO TO SUB-1100-EXIT
           END-IF

           ADD  1                  TO W-PIN-COUNT
           SET  W-PIN-IX           TO W-PIN-COUNT
           MOVE IP-TAXID           TO W-PIN-TAXID(W-PIN-IX)
           MOVE IP-PIN             TO W-PIN-VALUE(W-PIN-IX)
           MOVE 0                  TO W-PIN-FAILS(W-PIN-IX)
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1200-COUNT-REFUSALS.
      *------------------------

      **** The log is in time order, so the last line for a TAXID
      **** holds its current count: a refusal carries the count it
      **** brought the PIN to, an issue, reissue, retirement or
      **** accepted use starts it again from nothing.

           IF      W-PIN-COUNT = 0
               GO TO SUB-1200-EXIT
           END-IF

           SET  W-PL-NOT-EOF       TO TRUE

           OPEN INPUT NAMADDPL

           IF      W-PL-FILE-NOT-FOUND
               GO TO SUB-1200-EXIT
           END-IF

           IF      NOT W-PL-FILE-STATUS-GOOD
               SET  IQ-RESPONSE-FILE-ERROR
                                   TO TRUE
               GO TO SUB-1200-EXIT
           END-IF

           PERFORM SUB-1210-COUNT-ONE-LINE THRU SUB-1210-EXIT
               UNTIL W-PL-EOF

           CLOSE NAMADDPL
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-1210-COUNT-ONE-LINE.
      *------------------------

           READ NAMADDPL
               AT END
                   SET  W-PL-EOF   TO TRUE
                   GO TO SUB-1210-EXIT
           END-READ

           MOVE PL-TAXID           TO W-FIND-TAXID
           PERFORM SUB-2100-FIND-PIN THRU SUB-2100-EXIT

           IF      W-PIN-NOT-FOUND
               GO TO SUB-1210-EXIT
           END-IF

           IF      PL-EVENT-REFUSED
               AND PL-FAIL-COUNT NUMERIC
               MOVE PL-FAIL-COUNT  TO W-PIN-FAILS(W-PIN-IX)
           ELSE
               MOVE 0              TO W-PIN-FAILS(W-PIN-IX)
           END-IF
           .
       SUB-1210-EXIT.
           EXIT.
      /
       SUB-2000-QUERY-TAXID.
      *---------------------

           MOVE IQ-TAXID           TO W-FIND-TAXID
           PERFORM SUB-2100-FIND-PIN THRU SUB-2100-EXIT

           IF      W-PIN-FOUND
               SET  IQ-PIN-HELD    TO TRUE
               MOVE W-PIN-FAILS(W-PIN-IX)
                                   TO IQ-FAIL-COUNT
           ELSE
               SET  IQ-PIN-NOT-HELD
                                   TO TRUE
           END-IF
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-FIND-PIN.
      *------------------

           SET  W-PIN-NOT-FOUND    TO TRUE
           SET  W-PIN-IX           TO 1

           PERFORM UNTIL W-PIN-IX > W-PIN-COUNT
                   OR    W-PIN-FOUND
               IF      W-PIN-TAXID(W-PIN-IX) = W-FIND-TAXID
                   SET  W-PIN-FOUND
                                   TO TRUE
               ELSE
                   SET  W-PIN-IX   UP BY 1
               END-IF
           END-PERFORM
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-3000-VERIFY-PIN.
      *--------------------

           PERFORM SUB-2000-QUERY-TAXID THRU SUB-2000-EXIT

           IF      IQ-PIN-NOT-HELD
               SET  IQ-RESULT-NO-PIN
                                   TO TRUE
               GO TO SUB-3000-EXIT
           END-IF

           MOVE SPACES             TO NAMADDPL-REC

           IF      IQ-PIN-GIVEN NOT = SPACES
               AND IQ-PIN-GIVEN = W-PIN-VALUE(W-PIN-IX)
               SET  PL-EVENT-ACCEPTED
                                   TO TRUE
               MOVE 0              TO W-PIN-FAILS(W-PIN-IX)
           ELSE
               SET  PL-EVENT-REFUSED
                                   TO TRUE

               IF      W-PIN-FAILS(W-PIN-IX) < 999
                   ADD  1          TO W-PIN-FAILS(W-PIN-IX)
               END-IF
           END-IF

           MOVE W-PIN-FAILS(W-PIN-IX)
                                   TO IQ-FAIL-COUNT

           PERFORM SUB-3100-WRITE-LOG-LINE THRU SUB-3100-EXIT

           IF      IQ-RESPONSE-FILE-ERROR
               SET  IQ-RESULT-REFUSED
                                   TO TRUE
               GO TO SUB-3000-EXIT
           END-IF

           IF      PL-EVENT-ACCEPTED
               SET  IQ-RESULT-ACCEPTED
                                   TO TRUE
               GO TO SUB-3000-EXIT
           END-IF

           SET  IQ-RESULT-REFUSED  TO TRUE

           IF      IQ-FAIL-COUNT >= W-ALERT-AT
               DIVIDE IQ-FAIL-COUNT BY W-ALERT-AT
                   GIVING    W-ALERT-QUOT
                   REMAINDER W-ALERT-REM

               IF      W-ALERT-REM = 0
                   PERFORM SUB-3200-RAISE-ALERT THRU SUB-3200-EXIT
               END-IF
           END-IF
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3100-WRITE-LOG-LINE.
      *------------------------

      **** Opened per line, as the access log is, so every channel
      **** and every service worker appends to the one file.

           OPEN EXTEND NAMADDPL

           IF      NOT W-PL-FILE-STATUS-GOOD
               OPEN OUTPUT NAMADDPL
           END-IF

           IF      NOT W-PL-FILE-STATUS-GOOD
               SET  IQ-RESPONSE-FILE-ERROR
                                   TO TRUE
               GO TO SUB-3100-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE(1 : 14)
                                   TO PL-TIMESTAMP
           MOVE IQ-TAXID           TO PL-TAXID
           MOVE IQ-CHANNEL         TO PL-CHANNEL
           MOVE IQ-OPERATOR-ID     TO PL-OPERATOR-ID
           MOVE IQ-RUN-ID          TO PL-RUN-ID
           MOVE IQ-FAIL-COUNT      TO PL-FAIL-COUNT

           WRITE NAMADDPL-REC

           IF      NOT W-PL-FILE-STATUS-GOOD
               SET  IQ-RESPONSE-FILE-ERROR
                                   TO TRUE
           END-IF

           CLOSE NAMADDPL
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3200-RAISE-ALERT.
      *---------------------

           MOVE IQ-PROGRAM-NAME    TO AL-PROGRAM-NAME
           MOVE IQ-RUN-ID          TO AL-RUN-ID
           SET  AL-SEV-WARNING     TO TRUE
           MOVE 4                  TO AL-CONDITION-CODE

           MOVE IQ-FAIL-COUNT      TO W-DISP-NUM
           MOVE SPACES             TO AL-TEXT
           STRING 'Identity PIN refused '
                                   DELIMITED BY SIZE
                  FUNCTION TRIM(W-DISP-NUM)
                                   DELIMITED BY SIZE
                  ' times for '    DELIMITED BY SIZE
                  IQ-TAXID         DELIMITED BY SIZE
                  ' via '          DELIMITED BY SIZE
                  IQ-CHANNEL       DELIMITED BY SIZE
             INTO AL-TEXT
           END-STRING

           MOVE 'Review the PIN log; contact the victim, reissue'
                                   TO AL-ACTION

           CALL 'ALERT' USING W-AL-CONTROL

           SET  IQ-ALERT-RAISED    TO TRUE
           .
       SUB-3200-EXIT.
           EXIT.
