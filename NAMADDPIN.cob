      *========================== NAMADDPIN ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Supervised issue, reissue and retirement of the
      *              identity protection PINs held in
      *              Data\NAMEADDR.IdentityPin.dat (NAMADDIP.cpy).
      *              Once a taxpayer is confirmed an identity-theft
      *              victim - a standing fraud watch on
      *              Data\NAMEADDR.WatchList.dat - a change to their
      *              record is accepted by the portal intake, the
      *              screen or the lookup service only on the
      *              current PIN (IDPIN subroutine).
      *
      *              Transactions come from
      *              Data\NAMEADDR.PinTrans.dat, one per line, in the
      *              transaction-apply-report shape NAMADDWLM uses:
      *
      *                  I - issue a PIN to a watched TAXID holding
      *                      none;
      *                  E - reissue now (the victim has lost the
      *                      letter, or the PIN is thought known);
      *                  R - retire the PIN.
      *
      *              Each carries the TAXID and the supervisor's ID;
      *              a transaction with no supervisor, an issue for a
      *              TAXID not on the watch-list or already holding
      *              a PIN, and a reissue or retirement of a PIN not
      *              held are rejected. No transaction file simply
      *              means a reissue-only run.
      *
      *              Every run also reissues each PIN issued
      *              REISSUE-DAYS or more ago (parameter registry
      *              NAMADDPIN REISSUE-DAYS, default 365) - the
      *              annual reissue. A PIN is six random digits,
      *              never all one digit and never the PIN it
      *              replaces.
      *
      *              Every PIN issued or reissued is written to the
      *              notice file Data\NAMEADDR.PinNotice.dat (layout
      *              NAMADDCN.cpy, field 'N', destination left blank
      *              so the letter goes to the address on file) for
      *              NAMADDLTR to letter in notice mode with the
      *              template store named through NAMADDTP_PATH -
      *              the PIN prints through &NEWVALUE;. The notice
      *              file is the only place the PIN appears outside
      *              the PIN file and is replaced by the next run.
      *              Issues, reissues and retirements are logged to
      *              Data\NAMEADDR.PinLog.dat (NAMADDPL.cpy, channel
      *              PIN, the supervisor as operator), which also
      *              restarts the PIN's refusal count. The report
      *              Data\NAMEADDR.PinReport.dat lists the run's
      *              work and the PINs standing, flagging any whose
      *              fraud watch has since been released - the PIN
      *              stays until a supervisor retires it.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 NAMADDPIN.

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

           SELECT PINTX            ASSIGN "Data\NAMEADDR.PinTrans.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-PT-FILE-STATUS.

           SELECT NAMADDPL         ASSIGN "Data\NAMEADDR.PinLog.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-PL-FILE-STATUS.

           SELECT PINNOTE          ASSIGN "Data\NAMEADDR.PinNotice.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-PN-FILE-STATUS.

           SELECT PINRPT           ASSIGN "Data\NAMEADDR.PinReport.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-PR-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  NAMADDIP.

       01  NAMADDIP-REC.           COPY NAMADDIP.

       FD  PINTX.

       01  PINTX-REC.
           05  PT-TRANS-CODE       PIC X(01).
               88  PT-TRANS-ISSUE                  VALUE 'I'.
               88  PT-TRANS-REISSUE                VALUE 'E'.
               88  PT-TRANS-RETIRE                 VALUE 'R'.
           05  FILLER              PIC X(01).
           05  PT-TAXID            PIC X(12).
           05  FILLER              PIC X(01).
           05  PT-SUPERVISOR-ID    PIC X(08).

       FD  NAMADDPL.

       01  NAMADDPL-REC.           COPY NAMADDPL.

       FD  PINNOTE.

       01  PINNOTE-REC.            COPY NAMADDCN.

       FD  PINRPT.

       01  PINRPT-REC              PIC X(80).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-TRANS-READ            PIC 9(09)  COMP VALUE 0.
       01  W-TRANS-APPLIED         PIC 9(09)  COMP VALUE 0.
       01  W-TRANS-REJECTED        PIC 9(09)  COMP VALUE 0.
       01  W-PINS-ISSUED           PIC 9(09)  COMP VALUE 0.
       01  W-PINS-REISSUED         PIC 9(09)  COMP VALUE 0.
       01  W-PINS-RETIRED          PIC 9(09)  COMP VALUE 0.
       01  W-PINS-STANDING         PIC 9(09)  COMP VALUE 0.
       01  W-PINS-UNWATCHED        PIC 9(09)  COMP VALUE 0.
       01  W-RETURN-CODE           PIC S9(04) COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZ,ZZ9.

       01  W-TODAY-DATE            PIC X(08).
       01  W-TODAY-INT             PIC 9(07)  COMP.
       01  W-ISSUED-INT            PIC 9(07)  COMP.
       01  W-REISSUE-DAYS          PIC 9(05)  COMP VALUE 365.

       01  W-PIN-COUNT             PIC 9(05)  COMP VALUE 0.
       01  W-PIN-MAX               PIC 9(05)  COMP VALUE 20000.

       01  W-PIN-TABLE.
           05  W-PIN-ENTRY                         OCCURS 20000
                                                   INDEXED W-PIN-IX.
               10  W-PIN-TAXID     PIC X(12).
               10  W-PIN-VALUE     PIC X(06).
               10  W-PIN-ISSUED-DATE
                                   PIC X(08).
               10  W-PIN-RETIRED-SW
                                   PIC X(01).
                   88  W-PIN-RETIRED               VALUE 'Y'.
               10  W-PIN-NOTICE-SW PIC X(01).
                   88  W-PIN-NOTICE-DUE            VALUE 'Y'.

       01  W-FOUND-SW              PIC X(01).
           88  W-PIN-FOUND                         VALUE 'Y'.
           88  W-PIN-NOT-FOUND                     VALUE 'N'.

      **** Run work for the report, one line per PIN touched.

       01  W-ACT-COUNT             PIC 9(05)  COMP VALUE 0.
       01  W-ACT-MAX               PIC 9(05)  COMP VALUE 5000.
       01  W-ACT-SUB               PIC 9(05)  COMP.

       01  W-ACT-TABLE.
           05  W-ACT-LINE          PIC X(80)       OCCURS 5000.

       01  W-ACT-CODE              PIC X(01).
       01  W-ACT-TAXID             PIC X(12).
       01  W-ACT-SUPERVISOR        PIC X(08).
       01  W-ACT-TEXT              PIC X(40).
       01  W-EVENT                 PIC X(01).
       01  W-OPERATOR              PIC X(08).

       01  W-OLD-PIN               PIC X(06).
       01  W-NEW-PIN               PIC 9(06).
       01  W-NEW-PIN-X             REDEFINES W-NEW-PIN
                                   PIC X(06).
       01  W-SAME-DIGITS           PIC 9(02)  COMP.
       01  W-SEED                  PIC 9(08).
       01  W-RANDOM-NO             PIC V9(09).

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-PIN-ACCEPTABLE                    VALUE 'Y'.
           88  W-PIN-UNACCEPTABLE                  VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-IP-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-PT-EOF                            VALUE 'Y'.

       01  W-IP-FILE-STATUS        PIC X(02).
           88  W-IP-FILE-STATUS-GOOD               VALUE '00'.
           88  W-IP-FILE-NOT-FOUND                 VALUE '35'.

       01  W-PT-FILE-STATUS        PIC X(02).
           88  W-PT-FILE-STATUS-GOOD               VALUE '00'.
           88  W-PT-FILE-NOT-FOUND                 VALUE '35'.

       01  W-PL-FILE-STATUS        PIC X(02).
           88  W-PL-FILE-STATUS-GOOD               VALUE '00'.

       01  W-PN-FILE-STATUS        PIC X(02).
           88  W-PN-FILE-STATUS-GOOD               VALUE '00'.

       01  W-PR-FILE-STATUS        PIC X(02).
           88  W-PR-FILE-STATUS-GOOD               VALUE '00'.

       01  W-ERROR-MSG             PIC X(22)       VALUE
           '**** NAMADDPIN error: '.

       01  W-FS-CONTROL.
           COPY FILESTATL.

       01  W-RI-CONTROL.
           COPY RUNIDL.

       01  W-WL-CONTROL.
           COPY WATCHLSTL.

       01  W-PM-CONTROL.
           COPY PARMREGL.

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

           IF      NOT W-PT-EOF
               PERFORM SUB-2000-APPLY-ONE-TRANS THRU SUB-2000-EXIT
                   UNTIL W-PT-EOF
                   OR    W-RETURN-CODE NOT = 0
           END-IF

           IF      W-RETURN-CODE = 0
               PERFORM SUB-2500-ANNUAL-REISSUE THRU SUB-2500-EXIT
                   VARYING W-PIN-IX FROM 1 BY 1
                   UNTIL W-PIN-IX > W-PIN-COUNT
                   OR    W-RETURN-CODE NOT = 0
           END-IF

           IF      W-RETURN-CODE = 0
               PERFORM SUB-2800-REWRITE-PIN-FILE THRU SUB-2800-EXIT
           END-IF

           IF      W-RETURN-CODE = 0
               PERFORM SUB-2900-WRITE-REPORT THRU SUB-2900-EXIT
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

           DISPLAY 'NAMADDPIN compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           MOVE FUNCTION CURRENT-DATE(1:8)
                                   TO W-TODAY-DATE
           COMPUTE W-TODAY-INT =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(W-TODAY-DATE))

           SET  RI-FUNC-NEXT       TO TRUE
           CALL 'RUNID' USING W-RI-CONTROL
           DISPLAY 'Run ID: ' RI-RUN-ID

           MOVE FUNCTION CURRENT-DATE(9 : 8)
                                   TO W-SEED
           MOVE FUNCTION RANDOM(W-SEED)
                                   TO W-RANDOM-NO

           PERFORM SUB-1050-READ-REISSUE-DAYS THRU SUB-1050-EXIT

           PERFORM SUB-1100-LOAD-PIN-TABLE THRU SUB-1100-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           SET  WL-FUNC-LOAD       TO TRUE
           CALL 'WATCHLST' USING W-WL-CONTROL

           IF      WL-RESPONSE-FILE-ERROR
               DISPLAY W-ERROR-MSG
                       'Unable to read the watch-list'
               MOVE 11             TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN INPUT PINTX

           EVALUATE TRUE
               WHEN W-PT-FILE-STATUS-GOOD
                   CONTINUE

               WHEN W-PT-FILE-NOT-FOUND
                   DISPLAY 'No PIN transactions - annual reissue only'
                   SET  W-PT-EOF   TO TRUE

               WHEN OTHER
                   MOVE W-PT-FILE-STATUS TO FS-STATUS-CODE
                   CALL 'FILESTAT' USING W-FS-CONTROL
                   DISPLAY W-ERROR-MSG
                           'File status '
                           W-PT-FILE-STATUS
                           ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                           ' opening PINTX'
                   MOVE 12         TO W-RETURN-CODE
                   GO TO SUB-1000-EXIT
           END-EVALUATE

           OPEN EXTEND NAMADDPL

           IF      NOT W-PL-FILE-STATUS-GOOD
               OPEN OUTPUT NAMADDPL
           END-IF

           IF      NOT W-PL-FILE-STATUS-GOOD
               MOVE W-PL-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-PL-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDPL'
               MOVE 13             TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN OUTPUT PINNOTE

           IF      NOT W-PN-FILE-STATUS-GOOD
               MOVE W-PN-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-PN-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening PINNOTE'
               MOVE 14             TO W-RETURN-CODE
           END-IF
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1050-READ-REISSUE-DAYS.
      *---------------------------

           SET  PR-FUNC-GET        TO TRUE
           MOVE 'NAMADDPIN'        TO PR-PROGRAM-NAME
           MOVE 'REISSUE-DAYS'     TO PR-PARM-NAME
           MOVE SPACES             TO PR-AS-OF-DATE

           CALL 'PARMREG' USING W-PM-CONTROL

           IF      PR-RESPONSE-FILE-ERROR
               DISPLAY W-ERROR-MSG
                       'Parameter registry unreadable - using the '
                       'default reissue period'
               GO TO SUB-1050-EXIT
           END-IF

           IF      PR-NOT-FOUND
               GO TO SUB-1050-EXIT
           END-IF

           IF      PR-VALUE-NUMERIC
               AND PR-VALUE-NUM > 0
               AND PR-VALUE-NUM < 10000
               MOVE PR-VALUE-NUM   TO W-REISSUE-DAYS
               DISPLAY 'Registry REISSUE-DAYS in force since '
                       PR-EFFECTIVE-DATE
           ELSE
               DISPLAY W-ERROR-MSG
                       'Registry REISSUE-DAYS '
                       FUNCTION TRIM(PR-VALUE)
                       ' is not usable - using the default'
           END-IF
           .
       SUB-1050-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-PIN-TABLE.
      *------------------------

           OPEN INPUT NAMADDIP

           IF      W-IP-FILE-NOT-FOUND
               DISPLAY 'No identity-PIN file on disk yet - starting '
                       'empty'
               GO TO SUB-1100-EXIT
           END-IF

           IF      NOT W-IP-FILE-STATUS-GOOD
               MOVE W-IP-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-IP-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDIP'
               MOVE 10             TO W-RETURN-CODE
               GO TO SUB-1100-EXIT
           END-IF

           PERFORM UNTIL W-IP-EOF
                   OR    W-RETURN-CODE NOT = 0
               READ NAMADDIP
                   AT END
                       SET  W-IP-EOF
                                   TO TRUE
               END-READ

               IF      NOT W-IP-EOF
                   AND IP-TAXID NOT = SPACES
                   IF      W-PIN-COUNT >= W-PIN-MAX
                       DISPLAY W-ERROR-MSG
                               'PIN table full - increase W-PIN-MAX'
                       MOVE 15     TO W-RETURN-CODE
                   ELSE
                       ADD  1      TO W-PIN-COUNT
                       SET  W-PIN-IX
                                   TO W-PIN-COUNT
                       MOVE IP-TAXID
                                   TO W-PIN-TAXID(W-PIN-IX)
                       MOVE IP-PIN TO W-PIN-VALUE(W-PIN-IX)
                       MOVE IP-ISSUED-DATE
                                   TO W-PIN-ISSUED-DATE(W-PIN-IX)
                       MOVE 'N'    TO W-PIN-RETIRED-SW(W-PIN-IX)
                       MOVE 'N'    TO W-PIN-NOTICE-SW(W-PIN-IX)
                   END-IF
               END-IF
           END-PERFORM

           CLOSE NAMADDIP
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-2000-APPLY-ONE-TRANS.
      *-------------------------

           READ PINTX
               AT END
                   SET  W-PT-EOF   TO TRUE
                   GO TO SUB-2000-EXIT
           END-READ

           ADD  1                  TO W-TRANS-READ

           MOVE FUNCTION UPPER-CASE(PT-TRANS-CODE)
                                   TO PT-TRANS-CODE
           MOVE FUNCTION UPPER-CASE(PT-SUPERVISOR-ID)
                                   TO PT-SUPERVISOR-ID

           MOVE PT-TRANS-CODE      TO W-ACT-CODE
           MOVE PT-TAXID           TO W-ACT-TAXID
           MOVE PT-SUPERVISOR-ID   TO W-ACT-SUPERVISOR

           PERFORM SUB-2100-FIND-PIN THRU SUB-2100-EXIT

           SET  WL-FUNC-QUERY      TO TRUE
           MOVE PT-TAXID           TO WL-TAXID
           CALL 'WATCHLST' USING W-WL-CONTROL

           MOVE SPACES             TO W-ACT-TEXT

           EVALUATE TRUE
               WHEN NOT PT-TRANS-ISSUE
                AND NOT PT-TRANS-REISSUE
                AND NOT PT-TRANS-RETIRE
                   MOVE 'Rejected: unrecognised transaction code'
                                   TO W-ACT-TEXT

               WHEN PT-SUPERVISOR-ID = SPACES
                   MOVE 'Rejected: no supervisor ID'
                                   TO W-ACT-TEXT

               WHEN PT-TRANS-ISSUE AND W-PIN-FOUND
                   MOVE 'Rejected: a PIN is already held'
                                   TO W-ACT-TEXT

               WHEN PT-TRANS-ISSUE AND WL-NOT-WATCHED
                   MOVE 'Rejected: no standing fraud watch'
                                   TO W-ACT-TEXT

               WHEN NOT PT-TRANS-ISSUE AND W-PIN-NOT-FOUND
                   MOVE 'Rejected: no PIN is held'
                                   TO W-ACT-TEXT
           END-EVALUATE

           IF      W-ACT-TEXT NOT = SPACES
               ADD  1              TO W-TRANS-REJECTED
               DISPLAY W-ACT-TEXT ' - ' PT-TAXID
               PERFORM SUB-2950-NOTE-ACTION THRU SUB-2950-EXIT
               GO TO SUB-2000-EXIT
           END-IF

           MOVE PT-SUPERVISOR-ID   TO W-OPERATOR

           EVALUATE TRUE
               WHEN PT-TRANS-ISSUE
                   PERFORM SUB-2200-ADD-PIN-ENTRY THRU SUB-2200-EXIT

                   IF      W-RETURN-CODE NOT = 0
                       GO TO SUB-2000-EXIT
                   END-IF

                   PERFORM SUB-2300-NEW-PIN THRU SUB-2300-EXIT
                   MOVE 'Issued'   TO W-ACT-TEXT
                   ADD  1          TO W-PINS-ISSUED

               WHEN PT-TRANS-REISSUE
                   PERFORM SUB-2300-NEW-PIN THRU SUB-2300-EXIT
                   MOVE 'Reissued on request'
                                   TO W-ACT-TEXT
                   ADD  1          TO W-PINS-REISSUED

               WHEN OTHER
                   SET  PL-EVENT-RETIRED
                                   TO TRUE
                   MOVE PL-EVENT   TO W-EVENT
                   SET  W-PIN-RETIRED(W-PIN-IX)
                                   TO TRUE
                   PERFORM SUB-2700-WRITE-PIN-LOG THRU SUB-2700-EXIT
                   MOVE 'Retired'  TO W-ACT-TEXT
                   ADD  1          TO W-PINS-RETIRED
           END-EVALUATE

           ADD  1                  TO W-TRANS-APPLIED

           PERFORM SUB-2950-NOTE-ACTION THRU SUB-2950-EXIT
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
               IF      W-PIN-TAXID(W-PIN-IX) = PT-TAXID
                   AND NOT W-PIN-RETIRED(W-PIN-IX)
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
       SUB-2200-ADD-PIN-ENTRY.
      *-----------------------

           IF      W-PIN-COUNT >= W-PIN-MAX
               DISPLAY W-ERROR-MSG
                       'PIN table full - increase W-PIN-MAX'
               MOVE 20             TO W-RETURN-CODE
               GO TO SUB-2200-EXIT
           END-IF

           ADD  1                  TO W-PIN-COUNT
           SET  W-PIN-IX           TO W-PIN-COUNT
           MOVE PT-TAXID           TO W-PIN-TAXID(W-PIN-IX)
           MOVE SPACES             TO W-PIN-VALUE(W-PIN-IX)
           MOVE 'N'                TO W-PIN-RETIRED-SW(W-PIN-IX)
           MOVE 'N'                TO W-PIN-NOTICE-SW(W-PIN-IX)
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2300-NEW-PIN.
      *-----------------

      **** The PIN at W-PIN-IX is replaced (or first set), stamped
      **** today, logged and marked for its letter - cut when the
      **** file is rewritten, so a PIN retired later in the run is
      **** never lettered. W-OPERATOR names who asked for it.

           MOVE W-PIN-VALUE(W-PIN-IX)
                                   TO W-OLD-PIN
           SET  W-PIN-UNACCEPTABLE TO TRUE

           PERFORM SUB-2350-DRAW-PIN THRU SUB-2350-EXIT
               UNTIL W-PIN-ACCEPTABLE

           MOVE W-NEW-PIN-X        TO W-PIN-VALUE(W-PIN-IX)
           MOVE W-TODAY-DATE       TO W-PIN-ISSUED-DATE(W-PIN-IX)

           IF      W-OLD-PIN = SPACES
               SET  PL-EVENT-ISSUED
                                   TO TRUE
           ELSE
               SET  PL-EVENT-REISSUED
                                   TO TRUE
           END-IF

           MOVE PL-EVENT           TO W-EVENT

           MOVE 'Y'                TO W-PIN-NOTICE-SW(W-PIN-IX)

           PERFORM SUB-2700-WRITE-PIN-LOG THRU SUB-2700-EXIT
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2350-DRAW-PIN.
      *------------------

           COMPUTE W-NEW-PIN = FUNCTION RANDOM * 1000000

           MOVE 0                  TO W-SAME-DIGITS
           INSPECT W-NEW-PIN-X TALLYING W-SAME-DIGITS
               FOR ALL W-NEW-PIN-X(1 : 1)

           IF      W-NEW-PIN-X NOT = W-OLD-PIN
               AND W-SAME-DIGITS < 6
               SET  W-PIN-ACCEPTABLE
                                   TO TRUE
           END-IF
           .
       SUB-2350-EXIT.
           EXIT.
      /
       SUB-2500-ANNUAL-REISSUE.
      *------------------------

           IF      W-PIN-RETIRED(W-PIN-IX)
               GO TO SUB-2500-EXIT
           END-IF

      **** Issued today by this run, or an issue date that will not
      **** read as a date - the latter is reissued, so the PIN file
      **** comes out with a good date on every line.

           IF      W-PIN-ISSUED-DATE(W-PIN-IX) = W-TODAY-DATE
               GO TO SUB-2500-EXIT
           END-IF

           IF      W-PIN-ISSUED-DATE(W-PIN-IX) NUMERIC
               AND FUNCTION TEST-DATE-YYYYMMDD(
                       FUNCTION NUMVAL(W-PIN-ISSUED-DATE(W-PIN-IX)))
                       = 0
               COMPUTE W-ISSUED-INT =
                       FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(
                               W-PIN-ISSUED-DATE(W-PIN-IX)))

               IF      W-TODAY-INT - W-ISSUED-INT < W-REISSUE-DAYS
                   GO TO SUB-2500-EXIT
               END-IF
           END-IF

           MOVE 'NAMADDPN'         TO W-OPERATOR

           PERFORM SUB-2300-NEW-PIN THRU SUB-2300-EXIT

           ADD  1                  TO W-PINS-REISSUED

           MOVE 'Reissued - annual'
                                   TO W-ACT-TEXT
           MOVE 'E'                TO W-ACT-CODE
           MOVE W-PIN-TAXID(W-PIN-IX)
                                   TO W-ACT-TAXID
           MOVE SPACES             TO W-ACT-SUPERVISOR
           PERFORM SUB-2950-NOTE-ACTION THRU SUB-2950-EXIT
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2700-WRITE-PIN-LOG.
      *-----------------------

           MOVE SPACES             TO NAMADDPL-REC
           MOVE FUNCTION CURRENT-DATE(1 : 14)
                                   TO PL-TIMESTAMP
           MOVE W-EVENT            TO PL-EVENT
           MOVE W-PIN-TAXID(W-PIN-IX)
                                   TO PL-TAXID
           MOVE 'PIN'              TO PL-CHANNEL
           MOVE W-OPERATOR         TO PL-OPERATOR-ID
           MOVE RI-RUN-ID          TO PL-RUN-ID
           MOVE 0                  TO PL-FAIL-COUNT

           WRITE NAMADDPL-REC

           IF      NOT W-PL-FILE-STATUS-GOOD
               MOVE W-PL-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-PL-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing NAMADDPL'
               MOVE 30             TO W-RETURN-CODE
           END-IF
           .
       SUB-2700-EXIT.
           EXIT.
      /
       SUB-2750-WRITE-PIN-NOTICE.
      *--------------------------

      **** A blank destination letters the address on file (or the
      **** representative's, per NAMREP) - never a contact point a
      **** caller has just supplied.

           MOVE SPACES             TO PINNOTE-REC
           MOVE W-PIN-TAXID(W-PIN-IX)
                                   TO CN-TAXID
           SET  CN-FIELD-PIN       TO TRUE
           SET  CN-DEST-POSTAL     TO TRUE
           MOVE W-PIN-VALUE(W-PIN-IX)
                                   TO CN-NEW-VALUE
           MOVE W-TODAY-DATE       TO CN-CHANGE-DATE

           WRITE PINNOTE-REC

           IF      NOT W-PN-FILE-STATUS-GOOD
               MOVE W-PN-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-PN-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing PINNOTE'
               MOVE 31             TO W-RETURN-CODE
           END-IF
           .
       SUB-2750-EXIT.
           EXIT.
      /
       SUB-2800-REWRITE-PIN-FILE.
      *--------------------------

           OPEN OUTPUT NAMADDIP

           IF      NOT W-IP-FILE-STATUS-GOOD
               MOVE W-IP-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-IP-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' rewriting NAMADDIP'
               MOVE 32             TO W-RETURN-CODE
               GO TO SUB-2800-EXIT
           END-IF

           PERFORM VARYING W-PIN-IX FROM 1 BY 1
                   UNTIL W-PIN-IX > W-PIN-COUNT
               IF      NOT W-PIN-RETIRED(W-PIN-IX)
                   MOVE SPACES     TO NAMADDIP-REC
                   MOVE W-PIN-TAXID(W-PIN-IX)
                                   TO IP-TAXID
                   MOVE W-PIN-VALUE(W-PIN-IX)
                                   TO IP-PIN
                   MOVE W-PIN-ISSUED-DATE(W-PIN-IX)
                                   TO IP-ISSUED-DATE

                   WRITE NAMADDIP-REC

                   ADD  1          TO W-PINS-STANDING

                   IF      W-PIN-NOTICE-DUE(W-PIN-IX)
                       PERFORM SUB-2750-WRITE-PIN-NOTICE THRU
                               SUB-2750-EXIT
                   END-IF
               END-IF
           END-PERFORM

           CLOSE NAMADDIP
           .
       SUB-2800-EXIT.
           EXIT.
      /
       SUB-2900-WRITE-REPORT.
      *----------------------

           OPEN OUTPUT PINRPT

           IF      NOT W-PR-FILE-STATUS-GOOD
               MOVE W-PR-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-PR-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening PINRPT'
               MOVE 33             TO W-RETURN-CODE
               GO TO SUB-2900-EXIT
           END-IF

           MOVE SPACES             TO PINRPT-REC
           STRING ' IDENTITY PIN RUN '
                                   DELIMITED BY SIZE
                  RI-RUN-ID        DELIMITED BY SIZE
                  ' - '            DELIMITED BY SIZE
                  W-TODAY-DATE     DELIMITED BY SIZE
             INTO PINRPT-REC
           END-STRING
           WRITE PINRPT-REC

           MOVE SPACES             TO PINRPT-REC
           WRITE PINRPT-REC

           PERFORM SUB-2910-WRITE-ACTIONS THRU SUB-2910-EXIT

           MOVE SPACES             TO PINRPT-REC
           WRITE PINRPT-REC

           MOVE ' STANDING PINS'   TO PINRPT-REC
           WRITE PINRPT-REC

           PERFORM VARYING W-PIN-IX FROM 1 BY 1
                   UNTIL W-PIN-IX > W-PIN-COUNT
               IF      NOT W-PIN-RETIRED(W-PIN-IX)
                   SET  WL-FUNC-QUERY
                                   TO TRUE
                   MOVE W-PIN-TAXID(W-PIN-IX)
                                   TO WL-TAXID
                   CALL 'WATCHLST' USING W-WL-CONTROL

                   MOVE SPACES     TO PINRPT-REC
                   STRING ' '      DELIMITED BY SIZE
                          W-PIN-TAXID(W-PIN-IX)
                                   DELIMITED BY SIZE
                          ' issued '
                                   DELIMITED BY SIZE
                          W-PIN-ISSUED-DATE(W-PIN-IX)
                                   DELIMITED BY SIZE
                     INTO PINRPT-REC
                   END-STRING

                   IF      WL-NOT-WATCHED
                       MOVE 'Watch released - retire with an R'
                                   TO PINRPT-REC(36 : 34)
                       ADD  1      TO W-PINS-UNWATCHED
                   END-IF

                   WRITE PINRPT-REC
               END-IF
           END-PERFORM

           CLOSE PINRPT
           .
       SUB-2900-EXIT.
           EXIT.
      /
       SUB-2910-WRITE-ACTIONS.
      *-----------------------

           MOVE ' THIS RUN'        TO PINRPT-REC
           WRITE PINRPT-REC

           IF      W-ACT-COUNT = 0
               MOVE ' Nothing issued, reissued or retired'
                                   TO PINRPT-REC
               WRITE PINRPT-REC
           END-IF

           PERFORM VARYING W-ACT-SUB FROM 1 BY 1
                   UNTIL W-ACT-SUB > W-ACT-COUNT
               MOVE W-ACT-LINE(W-ACT-SUB)
                                   TO PINRPT-REC
               WRITE PINRPT-REC
           END-PERFORM
           .
       SUB-2910-EXIT.
           EXIT.
      /
       SUB-2950-NOTE-ACTION.
      *---------------------

           IF      W-ACT-COUNT >= W-ACT-MAX
               GO TO SUB-2950-EXIT
           END-IF

           ADD  1                  TO W-ACT-COUNT

           MOVE SPACES             TO W-ACT-LINE(W-ACT-COUNT)
           STRING ' '              DELIMITED BY SIZE
                  W-ACT-CODE       DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  W-ACT-TAXID      DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  W-ACT-SUPERVISOR DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  W-ACT-TEXT       DELIMITED BY SIZE
             INTO W-ACT-LINE(W-ACT-COUNT)
           END-STRING
           .
       SUB-2950-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           CLOSE NAMADDPL
                 PINNOTE

           IF      NOT W-PT-FILE-NOT-FOUND
               CLOSE PINTX
           END-IF

           MOVE W-TRANS-READ       TO W-DISP-NUM
           DISPLAY 'Transactions read:     '
                   W-DISP-NUM

           MOVE W-TRANS-APPLIED    TO W-DISP-NUM
           DISPLAY 'Transactions applied:  '
                   W-DISP-NUM

           MOVE W-TRANS-REJECTED   TO W-DISP-NUM
           DISPLAY 'Transactions rejected: '
                   W-DISP-NUM

           MOVE W-PINS-ISSUED      TO W-DISP-NUM
           DISPLAY 'PINs issued:           '
                   W-DISP-NUM

           MOVE W-PINS-REISSUED    TO W-DISP-NUM
           DISPLAY 'PINs reissued:         '
                   W-DISP-NUM

           MOVE W-PINS-RETIRED     TO W-DISP-NUM
           DISPLAY 'PINs retired:          '
                   W-DISP-NUM

           MOVE W-PINS-STANDING    TO W-DISP-NUM
           DISPLAY 'PINs standing:         '
                   W-DISP-NUM

           MOVE W-PINS-UNWATCHED   TO W-DISP-NUM
           DISPLAY 'Watch since released:  '
                   W-DISP-NUM

           DISPLAY 'NAMADDPIN completed'
           .
       SUB-3000-EXIT.
           EXIT.
