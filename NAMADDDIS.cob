      *========================== NAMADDDIS ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Supervised maintenance for the disaster-
      *              declaration file Data\NAMEADDR.Disaster.dat
      *              (layout NAMADDDZ.cpy), in the same transaction-
      *              apply-report shape NAMADDTMP uses for temporary
      *              addresses. When a disaster is declared the areas
      *              it covers are keyed here - 5-digit ZIPs or 3-digit
      *              ZIP prefixes - with the dates of the declaration;
      *              from then on NAMPREF answers those addresses as
      *              deferred, NAMADDLTR, NAMADDPST and NAMADDCPG hold
      *              their pieces (logged through DSTHOLD), and the
      *              response-due dates of letters to the area are
      *              pushed out by the declared period. Ending the
      *              declaration here is what releases the pieces.
      *
      *              Transactions come from
      *              Data\NAMEADDR.DisasterTrans.dat, one per line: the
      *              code, the disaster ID, the area, the start and end
      *              dates, the supervising operator's ID, which every
      *              transaction must carry, and a description:
      *
      *                  'A' adds an area to a declaration - the first
      *                  area of a disaster needs the start date (the
      *                  end date may stay blank while it is in
      *                  force); later areas take the disaster's dates
      *                  when left blank and reject if they differ;
      *                  'E' ends the declaration - every area of the
      *                  disaster - on the end date given (today when
      *                  blank);
      *                  'D' deletes an area keyed in error.
      *
      *              Every applied transaction writes a line to the
      *              disaster audit file Data\NAMEADDR.DisasterAudit.dat
      *              under this run's ID, and every run ends by
      *              rewriting the file - declarations ended more than
      *              a year ago drop off - and writing the standing
      *              report of declarations in force or still to come,
      *              with the pieces still held for each, to
      *              Data\NAMEADDR.DisasterReport.dat.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 NAMADDDIS.

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
           SELECT DISASDF          ASSIGN "Data\NAMEADDR.Disaster.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-DF-FILE-STATUS.

           SELECT DISASTX          ASSIGN
                                   "Data\NAMEADDR.DisasterTrans.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-DT-FILE-STATUS.

           SELECT DISASAU          ASSIGN
                                   "Data\NAMEADDR.DisasterAudit.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-DA-FILE-STATUS.

           SELECT DISASRP          ASSIGN
                                   "Data\NAMEADDR.DisasterReport.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-DP-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  DISASDF.

       01  DISASDF-REC.            COPY NAMADDDZ.

       FD  DISASTX.

       01  DISASTX-REC.
           05  DT-TRANS-CODE       PIC X(01).
               88  DT-TRANS-ADD                    VALUE 'A'.
               88  DT-TRANS-END                    VALUE 'E'.
               88  DT-TRANS-DELETE                 VALUE 'D'.
           05  FILLER              PIC X(01).
           05  DT-DISASTER-ID      PIC X(08).
           05  FILLER              PIC X(01).
           05  DT-AREA             PIC X(05).
           05  DT-AREA-PREFIX      REDEFINES DT-AREA.
               10  DT-AREA-ZIP3    PIC X(03).
               10  DT-AREA-ZIP3-REST
                                   PIC X(02).
           05  FILLER              PIC X(01).
           05  DT-START-DATE       PIC X(08).
           05  FILLER              PIC X(01).
           05  DT-END-DATE         PIC X(08).
           05  FILLER              PIC X(01).
           05  DT-OPERATOR-ID      PIC X(08).
           05  FILLER              PIC X(01).
           05  DT-DESCRIPTION      PIC X(30).

       FD  DISASAU.

       01  DISASAU-REC.
           05  DA-TIMESTAMP        PIC X(21).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  DA-RUN-ID           PIC 9(08).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  DA-TRANS-CODE       PIC X(01).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  DA-DISASTER-ID      PIC X(08).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  DA-AREA             PIC X(05).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  DA-START-DATE       PIC X(08).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  DA-END-DATE         PIC X(08).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  DA-OPERATOR-ID      PIC X(08).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  DA-DESCRIPTION      PIC X(30).

       FD  DISASRP.

       01  DISASRP-REC             PIC X(100).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-TRANS-READ            PIC 9(09)  COMP VALUE 0.
       01  W-TRANS-APPLIED         PIC 9(09)  COMP VALUE 0.
       01  W-TRANS-REJECTED        PIC 9(09)  COMP VALUE 0.
       01  W-AREAS-STANDING        PIC 9(09)  COMP VALUE 0.
       01  W-AREAS-PURGED          PIC 9(09)  COMP VALUE 0.
       01  W-AREAS-IN-FORCE        PIC 9(09)  COMP VALUE 0.
       01  W-AREAS-COMING          PIC 9(09)  COMP VALUE 0.
       01  W-PIECES-HELD           PIC 9(09)  COMP VALUE 0.
       01  W-PIECES-UNMATCHED      PIC 9(09)  COMP VALUE 0.
       01  W-RETURN-CODE           PIC S9(04) COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZ,ZZ9.

       01  W-TODAY-DATE            PIC X(08).

      **** A declaration that ended before this date a year back has
      **** done its job; the audit file keeps its trail.

       01  W-PURGE-DATE.
           05  W-PURGE-YYYY        PIC 9(04).
           05  W-PURGE-MMDD        PIC X(04).

       01  W-DIS-COUNT             PIC 9(05)  COMP VALUE 0.
       01  W-DIS-MAX               PIC 9(05)  COMP VALUE 2000.

       01  W-DIS-TABLE.
           05  W-DIS-ENTRY                         OCCURS 2000
                                                   INDEXED W-DIS-IX
                                                           W-DIS-IX2.
               10  W-DIS-DISASTER-ID
                                   PIC X(08).
               10  W-DIS-AREA      PIC X(05).
               10  W-DIS-START-DATE
                                   PIC X(08).
               10  W-DIS-END-DATE  PIC X(08).
               10  W-DIS-ENTERED-BY
                                   PIC X(08).
               10  W-DIS-ENTERED-DATE
                                   PIC X(08).
               10  W-DIS-DESCRIPTION
                                   PIC X(30).
               10  W-DIS-HELD      PIC 9(07)  COMP.
               10  W-DIS-DELETED-SW
                                   PIC X(01).
                   88  W-DIS-DELETED               VALUE 'Y'.

       01  W-FOUND-SW              PIC X(01)       VALUE 'N'.
           88  W-DIS-FOUND                         VALUE 'Y'.
           88  W-DIS-NOT-FOUND                     VALUE 'N'.

       01  W-DECLARED-SW           PIC X(01)       VALUE 'N'.
           88  W-DIS-DECLARED                      VALUE 'Y'.
           88  W-DIS-NOT-DECLARED                  VALUE 'N'.

       01  W-REJECT-REASON         PIC X(40).

       01  W-AREA-STATE            PIC X(08).
       01  W-END-SHOWN             PIC X(08).

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-DF-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-DT-EOF                            VALUE 'Y'.

       01  W-DF-FILE-STATUS        PIC X(02).
           88  W-DF-FILE-STATUS-GOOD               VALUE '00'.
           88  W-DF-FILE-NOT-FOUND                 VALUE '35'.

       01  W-DT-FILE-STATUS        PIC X(02).
           88  W-DT-FILE-STATUS-GOOD               VALUE '00'.

       01  W-DA-FILE-STATUS        PIC X(02).
           88  W-DA-FILE-STATUS-GOOD               VALUE '00'.

       01  W-DP-FILE-STATUS        PIC X(02).
           88  W-DP-FILE-STATUS-GOOD               VALUE '00'.

       01  W-ERROR-MSG             PIC X(22)       VALUE
           '**** NAMADDDIS error: '.

       01  W-FS-CONTROL.
           COPY FILESTATL.

       01  W-RI-CONTROL.
           COPY RUNIDL.

       01  W-DS-CONTROL.
           COPY DSTHOLDL.

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

           PERFORM SUB-2000-APPLY-ONE-TRANS THRU SUB-2000-EXIT
               UNTIL W-DT-EOF
               OR    W-RETURN-CODE NOT = 0

           IF      W-RETURN-CODE = 0
               PERFORM SUB-2800-REWRITE-DISASTER-FILE THRU
                       SUB-2800-EXIT
               PERFORM SUB-2850-COUNT-HELD-PIECES THRU SUB-2850-EXIT
               PERFORM SUB-2900-WRITE-STANDING-REPORT THRU
                       SUB-2900-EXIT
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

           DISPLAY 'NAMADDDIS compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           MOVE FUNCTION CURRENT-DATE(1:8)
                                   TO W-TODAY-DATE

           MOVE W-TODAY-DATE       TO W-PURGE-DATE
           SUBTRACT 1              FROM W-PURGE-YYYY

           SET  RI-FUNC-NEXT       TO TRUE
           CALL 'RUNID' USING W-RI-CONTROL
           DISPLAY 'Run ID: ' RI-RUN-ID

           PERFORM SUB-1100-LOAD-DISASTER-TABLE THRU SUB-1100-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           OPEN INPUT DISASTX

           IF      NOT W-DT-FILE-STATUS-GOOD
               MOVE W-DT-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-DT-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening DISASTX'
               MOVE 11             TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN EXTEND DISASAU

           IF      NOT W-DA-FILE-STATUS-GOOD
               OPEN OUTPUT DISASAU
           END-IF

           IF      NOT W-DA-FILE-STATUS-GOOD
               MOVE W-DA-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-DA-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening DISASAU'
               MOVE 12             TO W-RETURN-CODE
           END-IF
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-DISASTER-TABLE.
      *-----------------------------

           OPEN INPUT DISASDF

           IF      W-DF-FILE-NOT-FOUND
               DISPLAY 'No disaster-declaration file on disk yet - '
                       'starting empty'
               GO TO SUB-1100-EXIT
           END-IF

           IF      NOT W-DF-FILE-STATUS-GOOD
               MOVE W-DF-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-DF-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening DISASDF'
               MOVE 10             TO W-RETURN-CODE
               GO TO SUB-1100-EXIT
           END-IF

           PERFORM SUB-1150-LOAD-ONE-AREA THRU SUB-1150-EXIT
               UNTIL W-DF-EOF
               OR    W-RETURN-CODE NOT = 0

           CLOSE DISASDF

           MOVE W-DIS-COUNT        TO W-DISP-NUM
           DISPLAY 'Declared areas loaded: '
                   W-DISP-NUM
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1150-LOAD-ONE-AREA.
      *-----------------------

           READ DISASDF
               AT END
                   SET  W-DF-EOF   TO TRUE
                   GO TO SUB-1150-EXIT
           END-READ

           IF      W-DIS-COUNT >= W-DIS-MAX
               DISPLAY W-ERROR-MSG
                       'Disaster table full - increase '
                       'W-DIS-MAX'
               MOVE 15             TO W-RETURN-CODE
               GO TO SUB-1150-EXIT
           END-IF

           ADD  1                  TO W-DIS-COUNT
           SET  W-DIS-IX           TO W-DIS-COUNT
           MOVE DZ-DISASTER-ID     TO W-DIS-DISASTER-ID(W-DIS-IX)
           MOVE DZ-AREA            TO W-DIS-AREA(W-DIS-IX)
           MOVE DZ-START-DATE      TO W-DIS-START-DATE(W-DIS-IX)
           MOVE DZ-END-DATE        TO W-DIS-END-DATE(W-DIS-IX)
           MOVE DZ-ENTERED-BY      TO W-DIS-ENTERED-BY(W-DIS-IX)
           MOVE DZ-ENTERED-DATE    TO W-DIS-ENTERED-DATE(W-DIS-IX)
           MOVE DZ-DESCRIPTION     TO W-DIS-DESCRIPTION(W-DIS-IX)
           MOVE 0                  TO W-DIS-HELD(W-DIS-IX)
           MOVE 'N'                TO W-DIS-DELETED-SW(W-DIS-IX)
           .
       SUB-1150-EXIT.
           EXIT.
      /
       SUB-2000-APPLY-ONE-TRANS.
      *-------------------------

           READ DISASTX
               AT END
                   SET  W-DT-EOF   TO TRUE
                   GO TO SUB-2000-EXIT
           END-READ

           ADD  1                  TO W-TRANS-READ

           MOVE SPACES             TO W-REJECT-REASON

           PERFORM SUB-2100-FIND-AREA THRU SUB-2100-EXIT

           EVALUATE TRUE
               WHEN NOT DT-TRANS-ADD
                   AND NOT DT-TRANS-END
                   AND NOT DT-TRANS-DELETE
                   MOVE 'Transaction code not A, E or D'
                                   TO W-REJECT-REASON

               WHEN DT-DISASTER-ID = SPACES
                   MOVE 'Blank disaster ID'
                                   TO W-REJECT-REASON

               WHEN DT-OPERATOR-ID = SPACES
                   MOVE 'Supervising operator ID required'
                                   TO W-REJECT-REASON

               WHEN DT-TRANS-ADD AND W-DIS-FOUND
                   MOVE 'Area already declared for this disaster'
                                   TO W-REJECT-REASON

               WHEN DT-TRANS-END AND W-DIS-NOT-DECLARED
                   MOVE 'No declaration with that disaster ID'
                                   TO W-REJECT-REASON

               WHEN DT-TRANS-DELETE AND W-DIS-NOT-FOUND
                   MOVE 'Area not declared for this disaster'
                                   TO W-REJECT-REASON
           END-EVALUATE

           IF      W-REJECT-REASON = SPACES
               EVALUATE TRUE
                   WHEN DT-TRANS-ADD
                       PERFORM SUB-2200-ADD-AREA THRU
                               SUB-2200-EXIT

                   WHEN DT-TRANS-END
                       PERFORM SUB-2300-END-DECLARATION THRU
                               SUB-2300-EXIT

                   WHEN OTHER
                       MOVE 'Y'    TO W-DIS-DELETED-SW(W-DIS-IX)
                       MOVE W-DIS-START-DATE(W-DIS-IX)
                                   TO DT-START-DATE
                       MOVE W-DIS-END-DATE(W-DIS-IX)
                                   TO DT-END-DATE
               END-EVALUATE
           END-IF

           IF      W-REJECT-REASON NOT = SPACES
               ADD  1              TO W-TRANS-REJECTED
               DISPLAY 'Rejected: '
                       DT-TRANS-CODE
                       ' '
                       DT-DISASTER-ID
                       ' '
                       DT-AREA
                       ' '
                       DT-START-DATE
                       ' '
                       DT-END-DATE
                       ' - '
                       FUNCTION TRIM(W-REJECT-REASON)
               GO TO SUB-2000-EXIT
           END-IF

           IF      W-RETURN-CODE = 0
               ADD  1              TO W-TRANS-APPLIED
               PERFORM SUB-9800-WRITE-DISASTER-AUDIT THRU
                       SUB-9800-EXIT
           END-IF
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-FIND-AREA.
      *-------------------

      **** W-DIS-IX finds the area itself; W-DIS-IX2 any area of the
      **** same disaster, whose dates every other area shares.

           SET  W-DIS-NOT-FOUND    TO TRUE
           SET  W-DIS-NOT-DECLARED TO TRUE
           SET  W-DIS-IX           TO 1
           SET  W-DIS-IX2          TO 1

           PERFORM UNTIL W-DIS-IX > W-DIS-COUNT
                   OR    W-DIS-FOUND
               IF      W-DIS-DISASTER-ID(W-DIS-IX) = DT-DISASTER-ID
                   AND W-DIS-AREA(W-DIS-IX) = DT-AREA
                   AND NOT W-DIS-DELETED(W-DIS-IX)
                   SET  W-DIS-FOUND
                                   TO TRUE
               ELSE
                   SET  W-DIS-IX   UP BY 1
               END-IF
           END-PERFORM

           PERFORM UNTIL W-DIS-IX2 > W-DIS-COUNT
                   OR    W-DIS-DECLARED
               IF      W-DIS-DISASTER-ID(W-DIS-IX2) = DT-DISASTER-ID
                   AND NOT W-DIS-DELETED(W-DIS-IX2)
                   SET  W-DIS-DECLARED
                                   TO TRUE
               ELSE
                   SET  W-DIS-IX2  UP BY 1
               END-IF
           END-PERFORM
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-ADD-AREA.
      *------------------

      **** A later area of a declared disaster takes its dates.

           IF      W-DIS-DECLARED
               IF      DT-START-DATE = SPACES
                   MOVE W-DIS-START-DATE(W-DIS-IX2)
                                   TO DT-START-DATE
               END-IF
               IF      DT-END-DATE = SPACES
                   MOVE W-DIS-END-DATE(W-DIS-IX2)
                                   TO DT-END-DATE
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN DT-AREA NOT NUMERIC
                   AND (DT-AREA-ZIP3 NOT NUMERIC
                   OR   DT-AREA-ZIP3-REST NOT = SPACES)
                   MOVE 'Area not a 5-digit ZIP or 3-digit prefix'
                                   TO W-REJECT-REASON

               WHEN DT-START-DATE NOT NUMERIC
                   MOVE 'Start date not YYYYMMDD - it is required'
                                   TO W-REJECT-REASON

               WHEN DT-END-DATE NOT = SPACES
                   AND DT-END-DATE NOT NUMERIC
                   MOVE 'End date not YYYYMMDD'
                                   TO W-REJECT-REASON

               WHEN DT-END-DATE NOT = SPACES
                   AND DT-END-DATE < DT-START-DATE
                   MOVE 'End date before start date'
                                   TO W-REJECT-REASON

               WHEN W-DIS-DECLARED
                   AND (DT-START-DATE
                                 NOT = W-DIS-START-DATE(W-DIS-IX2)
                   OR   DT-END-DATE
                                 NOT = W-DIS-END-DATE(W-DIS-IX2))
                   MOVE 'Dates differ from the declaration'
                                   TO W-REJECT-REASON
           END-EVALUATE

           IF      W-REJECT-REASON NOT = SPACES
               GO TO SUB-2200-EXIT
           END-IF

           IF      W-DIS-COUNT >= W-DIS-MAX
               DISPLAY W-ERROR-MSG
                       'Disaster table full - increase '
                       'W-DIS-MAX'
               MOVE 20             TO W-RETURN-CODE
               GO TO SUB-2200-EXIT
           END-IF

           IF      DT-DESCRIPTION = SPACES
               AND W-DIS-DECLARED
               MOVE W-DIS-DESCRIPTION(W-DIS-IX2)
                                   TO DT-DESCRIPTION
           END-IF

           ADD  1                  TO W-DIS-COUNT
           SET  W-DIS-IX           TO W-DIS-COUNT
           MOVE DT-DISASTER-ID     TO W-DIS-DISASTER-ID(W-DIS-IX)
           MOVE DT-AREA            TO W-DIS-AREA(W-DIS-IX)
           MOVE DT-START-DATE      TO W-DIS-START-DATE(W-DIS-IX)
           MOVE DT-END-DATE        TO W-DIS-END-DATE(W-DIS-IX)
           MOVE DT-OPERATOR-ID     TO W-DIS-ENTERED-BY(W-DIS-IX)
           MOVE W-TODAY-DATE       TO W-DIS-ENTERED-DATE(W-DIS-IX)
           MOVE FUNCTION UPPER-CASE(DT-DESCRIPTION)
                                   TO W-DIS-DESCRIPTION(W-DIS-IX)
           MOVE 0                  TO W-DIS-HELD(W-DIS-IX)
           MOVE 'N'                TO W-DIS-DELETED-SW(W-DIS-IX)
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2300-END-DECLARATION.
      *-------------------------

           IF      DT-END-DATE = SPACES
               MOVE W-TODAY-DATE   TO DT-END-DATE
           END-IF

           MOVE W-DIS-START-DATE(W-DIS-IX2)
                                   TO DT-START-DATE

           EVALUATE TRUE
               WHEN DT-END-DATE NOT NUMERIC
                   MOVE 'End date not YYYYMMDD'
                                   TO W-REJECT-REASON

               WHEN DT-END-DATE < DT-START-DATE
                   MOVE 'End date before start date'
                                   TO W-REJECT-REASON
           END-EVALUATE

           IF      W-REJECT-REASON NOT = SPACES
               GO TO SUB-2300-EXIT
           END-IF

      **** The declaration ends for every area it covers at once.

           PERFORM VARYING W-DIS-IX2 FROM 1 BY 1
                   UNTIL W-DIS-IX2 > W-DIS-COUNT
               IF      W-DIS-DISASTER-ID(W-DIS-IX2) = DT-DISASTER-ID
                   AND NOT W-DIS-DELETED(W-DIS-IX2)
                   MOVE DT-END-DATE
                                   TO W-DIS-END-DATE(W-DIS-IX2)
               END-IF
           END-PERFORM
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2800-REWRITE-DISASTER-FILE.
      *-------------------------------

           OPEN OUTPUT DISASDF

           IF      NOT W-DF-FILE-STATUS-GOOD
               MOVE W-DF-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-DF-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' rewriting DISASDF'
               MOVE 30             TO W-RETURN-CODE
               GO TO SUB-2800-EXIT
           END-IF

           PERFORM VARYING W-DIS-IX FROM 1 BY 1
                   UNTIL W-DIS-IX > W-DIS-COUNT
               EVALUATE TRUE
                   WHEN W-DIS-DELETED(W-DIS-IX)
                       CONTINUE

                   WHEN W-DIS-END-DATE(W-DIS-IX) NOT = SPACES
                       AND W-DIS-END-DATE(W-DIS-IX) < W-PURGE-DATE
                       ADD  1      TO W-AREAS-PURGED
                       MOVE 'Y'    TO W-DIS-DELETED-SW(W-DIS-IX)

                   WHEN OTHER
                       MOVE SPACES TO DISASDF-REC
                       MOVE W-DIS-DISASTER-ID(W-DIS-IX)
                                   TO DZ-DISASTER-ID
                       MOVE W-DIS-AREA(W-DIS-IX)
                                   TO DZ-AREA
                       MOVE W-DIS-START-DATE(W-DIS-IX)
                                   TO DZ-START-DATE
                       MOVE W-DIS-END-DATE(W-DIS-IX)
                                   TO DZ-END-DATE
                       MOVE W-DIS-ENTERED-BY(W-DIS-IX)
                                   TO DZ-ENTERED-BY
                       MOVE W-DIS-ENTERED-DATE(W-DIS-IX)
                                   TO DZ-ENTERED-DATE
                       MOVE W-DIS-DESCRIPTION(W-DIS-IX)
                                   TO DZ-DESCRIPTION

                       WRITE DISASDF-REC

                       ADD  1      TO W-AREAS-STANDING
               END-EVALUATE
           END-PERFORM

           CLOSE DISASDF
           .
       SUB-2800-EXIT.
           EXIT.
      /
       SUB-2850-COUNT-HELD-PIECES.
      *---------------------------

      **** Every piece still held in the hold log is counted against
      **** the first area of its declaration.

           MOVE SPACES             TO W-DS-CONTROL
           SET  DS-FUNC-NEXT       TO TRUE
           MOVE 0                  TO DS-CURSOR
           SET  DS-FOUND           TO TRUE
           SET  DS-RESPONSE-GOOD   TO TRUE

           PERFORM UNTIL DS-NOT-FOUND
                   OR    NOT DS-RESPONSE-GOOD
               CALL 'DSTHOLD' USING W-DS-CONTROL

               IF      DS-FOUND
                   AND DS-RESPONSE-GOOD
                   ADD  1          TO W-PIECES-HELD
                   PERFORM SUB-2860-COUNT-ONE-PIECE THRU
                           SUB-2860-EXIT
               END-IF
           END-PERFORM

           IF      NOT DS-RESPONSE-GOOD
               DISPLAY W-ERROR-MSG
                       'Disaster-hold log could not be read - '
                       'held pieces not counted'
               MOVE 32             TO W-RETURN-CODE
           END-IF
           .
       SUB-2850-EXIT.
           EXIT.
      /
       SUB-2860-COUNT-ONE-PIECE.
      *-------------------------

           SET  W-DIS-IX           TO 1

           PERFORM UNTIL W-DIS-IX > W-DIS-COUNT
               OR (W-DIS-DISASTER-ID(W-DIS-IX) = DS-HELD-DISASTER-ID
                   AND NOT W-DIS-DELETED(W-DIS-IX))
               SET  W-DIS-IX       UP BY 1
           END-PERFORM

           IF      W-DIS-IX > W-DIS-COUNT
               ADD  1              TO W-PIECES-UNMATCHED
           ELSE
               ADD  1              TO W-DIS-HELD(W-DIS-IX)
           END-IF
           .
       SUB-2860-EXIT.
           EXIT.
      /
       SUB-2900-WRITE-STANDING-REPORT.
      *-------------------------------

           OPEN OUTPUT DISASRP

           IF      NOT W-DP-FILE-STATUS-GOOD
               MOVE W-DP-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-DP-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening DISASRP'
               MOVE 31             TO W-RETURN-CODE
               GO TO SUB-2900-EXIT
           END-IF

           MOVE ' DISASTER DECLARATIONS IN FORCE OR TO COME'
                                   TO DISASRP-REC
           WRITE DISASRP-REC

           PERFORM VARYING W-DIS-IX FROM 1 BY 1
                   UNTIL W-DIS-IX > W-DIS-COUNT
               IF      NOT W-DIS-DELETED(W-DIS-IX)
                   AND (W-DIS-END-DATE(W-DIS-IX) = SPACES
                   OR   W-DIS-END-DATE(W-DIS-IX) >= W-TODAY-DATE)
                   IF      W-DIS-START-DATE(W-DIS-IX) > W-TODAY-DATE
                       MOVE 'PENDING'
                                   TO W-AREA-STATE
                       ADD  1      TO W-AREAS-COMING
                   ELSE
                       MOVE 'IN FORCE'
                                   TO W-AREA-STATE
                       ADD  1      TO W-AREAS-IN-FORCE
                   END-IF

                   IF      W-DIS-END-DATE(W-DIS-IX) = SPACES
                       MOVE 'OPEN'
                                   TO W-END-SHOWN
                   ELSE
                       MOVE W-DIS-END-DATE(W-DIS-IX)
                                   TO W-END-SHOWN
                   END-IF

                   MOVE SPACES     TO DISASRP-REC
                   STRING ' '      DELIMITED BY SIZE
                          W-DIS-DISASTER-ID(W-DIS-IX)
                                   DELIMITED BY SIZE
                          ' '      DELIMITED BY SIZE
                          W-AREA-STATE
                                   DELIMITED BY SIZE
                          ' '      DELIMITED BY SIZE
                          W-DIS-AREA(W-DIS-IX)
                                   DELIMITED BY SIZE
                          ' '      DELIMITED BY SIZE
                          W-DIS-START-DATE(W-DIS-IX)
                                   DELIMITED BY SIZE
                          '-'      DELIMITED BY SIZE
                          W-END-SHOWN
                                   DELIMITED BY SIZE
                          ' '      DELIMITED BY SIZE
                          W-DIS-DESCRIPTION(W-DIS-IX)
                                   DELIMITED BY SIZE
                     INTO DISASRP-REC
                   END-STRING

                   WRITE DISASRP-REC
               END-IF
           END-PERFORM

           MOVE SPACES             TO DISASRP-REC
           WRITE DISASRP-REC

           MOVE ' PIECES HELD BY DECLARATION'
                                   TO DISASRP-REC
           WRITE DISASRP-REC

           PERFORM VARYING W-DIS-IX FROM 1 BY 1
                   UNTIL W-DIS-IX > W-DIS-COUNT
               IF      W-DIS-HELD(W-DIS-IX) > 0
                   MOVE W-DIS-HELD(W-DIS-IX)
                                   TO W-DISP-NUM
                   MOVE SPACES     TO DISASRP-REC
                   STRING ' '      DELIMITED BY SIZE
                          W-DIS-DISASTER-ID(W-DIS-IX)
                                   DELIMITED BY SIZE
                          ' '      DELIMITED BY SIZE
                          W-DISP-NUM
                                   DELIMITED BY SIZE
                          ' '      DELIMITED BY SIZE
                          W-DIS-DESCRIPTION(W-DIS-IX)
                                   DELIMITED BY SIZE
                     INTO DISASRP-REC
                   END-STRING

                   WRITE DISASRP-REC
               END-IF
           END-PERFORM

           IF      W-PIECES-UNMATCHED > 0
               MOVE W-PIECES-UNMATCHED
                                   TO W-DISP-NUM
               MOVE SPACES         TO DISASRP-REC
               STRING ' (none)   '  DELIMITED BY SIZE
                      W-DISP-NUM   DELIMITED BY SIZE
                      ' DECLARATION NO LONGER ON FILE'
                                   DELIMITED BY SIZE
                 INTO DISASRP-REC
               END-STRING

               WRITE DISASRP-REC
           END-IF

           CLOSE DISASRP
           .
       SUB-2900-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           CLOSE DISASTX
                 DISASAU

           MOVE W-TRANS-READ       TO W-DISP-NUM
           DISPLAY 'Transactions read:       '
                   W-DISP-NUM

           MOVE W-TRANS-APPLIED    TO W-DISP-NUM
           DISPLAY 'Transactions applied:    '
                   W-DISP-NUM

           MOVE W-TRANS-REJECTED   TO W-DISP-NUM
           DISPLAY 'Transactions rejected:   '
                   W-DISP-NUM

           MOVE W-AREAS-STANDING   TO W-DISP-NUM
           DISPLAY 'Areas on file:           '
                   W-DISP-NUM

           MOVE W-AREAS-PURGED     TO W-DISP-NUM
           DISPLAY 'Areas aged off:          '
                   W-DISP-NUM

           MOVE W-AREAS-IN-FORCE   TO W-DISP-NUM
           DISPLAY 'Areas in force today:    '
                   W-DISP-NUM

           MOVE W-AREAS-COMING     TO W-DISP-NUM
           DISPLAY 'Areas still to come:     '
                   W-DISP-NUM

           MOVE W-PIECES-HELD      TO W-DISP-NUM
           DISPLAY 'Pieces held:             '
                   W-DISP-NUM

           DISPLAY 'NAMADDDIS completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-9800-WRITE-DISASTER-AUDIT.
      *------------------------------

           MOVE SPACES             TO DISASAU-REC
           MOVE FUNCTION CURRENT-DATE
                                   TO DA-TIMESTAMP
           MOVE RI-RUN-ID          TO DA-RUN-ID
           MOVE DT-TRANS-CODE      TO DA-TRANS-CODE
           MOVE DT-DISASTER-ID     TO DA-DISASTER-ID
           MOVE DT-AREA            TO DA-AREA
           MOVE DT-START-DATE      TO DA-START-DATE
           MOVE DT-END-DATE        TO DA-END-DATE
           MOVE DT-OPERATOR-ID     TO DA-OPERATOR-ID
           MOVE DT-DESCRIPTION     TO DA-DESCRIPTION

           WRITE DISASAU-REC

           IF      NOT W-DA-FILE-STATUS-GOOD
               MOVE W-DA-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-DA-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing DISASAU'
               MOVE 40             TO W-RETURN-CODE
           END-IF
           .
       SUB-9800-EXIT.
           EXIT.
