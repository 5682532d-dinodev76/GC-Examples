      *              written to Data\NAMEADDR.RefAge.Rpt.dat and
      *              the outcome is logged through JOBLOG.
      *
      *              A file NAMADDTBM maintains has a version history
      *              in Data\NAMEADDR.RefVersion.dat (NAMADDRV.cpy),
      *              matched on the file path. A file modified later
      *              than its last version stamp was edited by hand,
      *              outside the supervised maintenance, and is
      *              reported HAND-EDITED and alerted like an overdue
      *              one; a fresh file shows its version and date.
      *              A file with no version history is aged as
      *              before.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-02  0.1      First release
      * 2026-09-14  0.2      Check each file against its NAMADDTBM
      *                      version history - a file changed since
      *                      its last version stamp is HAND-EDITED
      *================================================================*

       IDENTIFICATION DIVISION.
                                   "Data\NAMEADDR.RefAge.Rpt.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-RP-FILE-STATUS.

           SELECT NAMADDRV         ASSIGN
                                   "Data\NAMEADDR.RefVersion.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-RV-FILE-STATUS.
      /
       DATA DIVISION.
      *==============
       FD  NAMADDRP.

       01  NAMADDRP-REC            PIC X(100).

       FD  NAMADDRV.

       01  NAMADDRV-REC.           COPY NAMADDRV.
      /
       WORKING-STORAGE SECTION.
      *------------------------
       01  W-FILES-OVERDUE         PIC 9(03)  COMP VALUE 0.
       01  W-FILES-MISSING         PIC 9(03)  COMP VALUE 0.
       01  W-FILES-UNCERTIFIED     PIC 9(03)  COMP VALUE 0.
       01  W-FILES-HAND-EDITED     PIC 9(03)  COMP VALUE 0.
       01  W-BLOCKING-FAILURES     PIC 9(03)  COMP VALUE 0.

       01  W-MAX-AGE-DAYS          PIC 9(04)  COMP VALUE 0.
           88  W-FILE-OVERDUE                      VALUE 'O'.
           88  W-FILE-MISSING                      VALUE 'M'.
           88  W-FILE-UNCERTIFIED                  VALUE 'U'.
           88  W-FILE-HAND-EDITED                  VALUE 'H'.

       01  W-FILE-PATH             PIC X(60).

           05  W-FI-MOD-HS         PIC X(01)  COMP-X.

       01  W-MOD-DATE-NUM          PIC 9(08)       VALUE 0.
       01  W-MOD-TS-NUM            PIC 9(14)       VALUE 0.
       01  W-MOD-INTEGER           PIC S9(09) COMP VALUE 0.

       01  W-TODAY-DATE            PIC X(08).
       01  W-LOG-OVERDUE           PIC 9(03).
       01  W-LOG-MISSING           PIC 9(03).
       01  W-LOG-UNCERTIFIED       PIC 9(03).
       01  W-LOG-HAND-EDITED       PIC 9(03).

      **** The version in force per maintained file - the last
      **** stamp for its path, upper-cased with '/' read as '\'.

       01  W-VER-COUNT             PIC 9(04)  COMP VALUE 0.
       01  W-VER-MAX               PIC 9(04)  COMP VALUE 50.

       01  W-VER-TABLE.
           05  W-VER-ENTRY                         OCCURS 50
                                                   INDEXED W-VER-IX.
               10  W-VER-PATH      PIC X(60).
               10  W-VER-VERSION   PIC 9(05).
               10  W-VER-STAMP-DATE
                                   PIC X(08).
               10  W-VER-STAMP-TS  PIC 9(14).

       01  W-NORM-PATH             PIC X(60).
       01  W-DISP-VERSION          PIC 9(05).

       01  W-VER-SW                PIC X(01).
           88  W-VER-FOUND                         VALUE 'Y'.
           88  W-VER-NOT-FOUND                     VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-RV-EOF                            VALUE 'Y'.

       01  W-RV-FILE-STATUS        PIC X(02).
           88  W-RV-FILE-STATUS-GOOD               VALUE '00'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-RA-EOF                            VALUE 'Y'.
           COMPUTE W-TODAY-INTEGER = FUNCTION
                                   INTEGER-OF-DATE(W-TODAY-DATE-NUM)

           PERFORM SUB-1100-LOAD-VERSIONS THRU SUB-1100-EXIT

           OPEN INPUT NAMADDRA

           IF      NOT W-RA-FILE-STATUS-GOOD
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-VERSIONS.
      *-----------------------

      **** No version history on disk means no file is maintained
      **** through NAMADDTBM yet - every file is aged alone.

           OPEN INPUT NAMADDRV

           IF      NOT W-RV-FILE-STATUS-GOOD
               GO TO SUB-1100-EXIT
           END-IF

           PERFORM UNTIL W-RV-EOF
               READ NAMADDRV
                   AT END
                       SET  W-RV-EOF
                                   TO TRUE
               END-READ

               IF      NOT W-RV-EOF
                   AND RV-VERSION NUMERIC
                   AND RV-STAMP-TS NUMERIC
                   PERFORM SUB-1110-HOLD-ONE-VERSION THRU
                           SUB-1110-EXIT
               END-IF
           END-PERFORM

           CLOSE NAMADDRV
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1110-HOLD-ONE-VERSION.
      *--------------------------

           MOVE RV-TABLE-PATH      TO W-NORM-PATH
           PERFORM SUB-9100-NORMALIZE-PATH THRU SUB-9100-EXIT
           PERFORM SUB-9200-FIND-VERSION THRU SUB-9200-EXIT

           IF      W-VER-NOT-FOUND
               IF      W-VER-COUNT >= W-VER-MAX
                   GO TO SUB-1110-EXIT
               END-IF

               ADD  1              TO W-VER-COUNT
               SET  W-VER-IX       TO W-VER-COUNT
               MOVE W-NORM-PATH    TO W-VER-PATH(W-VER-IX)
               MOVE 0              TO W-VER-VERSION(W-VER-IX)
           END-IF

           IF      RV-VERSION >= W-VER-VERSION(W-VER-IX)
               MOVE RV-VERSION     TO W-VER-VERSION(W-VER-IX)
               MOVE RV-STAMP-DATE  TO W-VER-STAMP-DATE(W-VER-IX)
               MOVE RV-STAMP-TS    TO W-VER-STAMP-TS(W-VER-IX)
           END-IF
           .
       SUB-1110-EXIT.
           EXIT.
      /
       SUB-2000-CHECK-ONE-FILE.
      *------------------------
           IF      RA-CERT-FLAG = 'C'
               PERFORM SUB-2100-CHECK-CERTIFICATION THRU SUB-2100-EXIT
           END-IF

           IF      W-FILE-FRESH
               PERFORM SUB-2150-CHECK-VERSION THRU SUB-2150-EXIT
           END-IF
           .
       SUB-2000-JUDGE.

           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2150-CHECK-VERSION.
      *-----------------------

      **** NAMADDTBM stamps a version after closing the file, so a
      **** modification later than the stamp is an edit it never
      **** saw.

           MOVE RA-FILE-PATH       TO W-NORM-PATH
           PERFORM SUB-9100-NORMALIZE-PATH THRU SUB-9100-EXIT
           PERFORM SUB-9200-FIND-VERSION THRU SUB-9200-EXIT

           IF      W-VER-NOT-FOUND
               GO TO SUB-2150-EXIT
           END-IF

           COMPUTE W-MOD-TS-NUM    = W-MOD-DATE-NUM * 1000000
                                   + W-FI-MOD-HH * 10000
                                   + W-FI-MOD-MI * 100
                                   + W-FI-MOD-SS

           MOVE W-VER-VERSION(W-VER-IX)
                                   TO W-DISP-VERSION

           IF      W-MOD-TS-NUM > W-VER-STAMP-TS(W-VER-IX)
               SET  W-FILE-HAND-EDITED
                                   TO TRUE
               ADD  1              TO W-FILES-HAND-EDITED
               STRING 'changed since version '
                                   DELIMITED BY SIZE
                      W-DISP-VERSION
                                   DELIMITED BY SIZE
                      ' was stamped'
                                   DELIMITED BY SIZE
                 INTO W-DT-NOTE
               END-STRING
               GO TO SUB-2150-EXIT
           END-IF

           STRING 'version '       DELIMITED BY SIZE
                  W-DISP-VERSION   DELIMITED BY SIZE
                  ' of '           DELIMITED BY SIZE
                  W-VER-STAMP-DATE(W-VER-IX)
                                   DELIMITED BY SIZE
             INTO W-DT-NOTE
           END-STRING
           .
       SUB-2150-EXIT.
           EXIT.
      /
       SUB-2200-REPORT-FINDING.
      *------------------------
               WHEN W-FILE-UNCERTIFIED
                   MOVE 'UNCERTIFIED'
                                   TO W-DT-STATUS
               WHEN W-FILE-HAND-EDITED
                   MOVE 'HAND-EDITED'
                                   TO W-DT-STATUS
           END-EVALUATE

           WRITE NAMADDRP-REC      FROM W-DETAIL-LINE
                                   DELIMITED BY SIZE
                     INTO AL-TEXT
                   END-STRING
               WHEN W-FILE-HAND-EDITED
                   STRING 'Reference table '
                                   DELIMITED BY SIZE
                          RA-FILE-ID
                                   DELIMITED BY SIZE
                          ' changed outside NAMADDTBM'
                                   DELIMITED BY SIZE
                     INTO AL-TEXT
                   END-STRING
                   MOVE 'Find who edited it; re-key the change in '
                      & 'NAMADDTBM'
                                   TO AL-ACTION
               WHEN OTHER
                   STRING 'Reference file '
                                   DELIMITED BY SIZE
           DISPLAY 'Files overdue:     ' W-FILES-OVERDUE
           DISPLAY 'Files missing:     ' W-FILES-MISSING
           DISPLAY 'Files uncertified: ' W-FILES-UNCERTIFIED
           DISPLAY 'Files hand-edited: ' W-FILES-HAND-EDITED
           DISPLAY 'Blocking failures: ' W-BLOCKING-FAILURES

           MOVE W-FILES-CHECKED    TO W-LOG-CHECKED
           MOVE W-FILES-MISSING    TO W-LOG-MISSING
           MOVE W-FILES-UNCERTIFIED
                                   TO W-LOG-UNCERTIFIED
           MOVE W-FILES-HAND-EDITED
                                   TO W-LOG-HAND-EDITED

           MOVE SPACES             TO JL-KEY-COUNTS
           STRING 'Checked '       DELIMITED BY SIZE
                  ' uncert '       DELIMITED BY SIZE
                  W-LOG-UNCERTIFIED
                                   DELIMITED BY SIZE
                  ' hand '         DELIMITED BY SIZE
                  W-LOG-HAND-EDITED
                                   DELIMITED BY SIZE
             INTO JL-KEY-COUNTS
           END-STRING

           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-9100-NORMALIZE-PATH.
      *------------------------

           MOVE FUNCTION UPPER-CASE(W-NORM-PATH)
                                   TO W-NORM-PATH
           INSPECT W-NORM-PATH     CONVERTING '/' TO '\'
           .
       SUB-9100-EXIT.
           EXIT.
      /
       SUB-9200-FIND-VERSION.
      *----------------------

           SET  W-VER-NOT-FOUND    TO TRUE
           SET  W-VER-IX           TO 1

           PERFORM UNTIL W-VER-IX > W-VER-COUNT
                   OR    W-VER-FOUND
               IF      W-VER-PATH(W-VER-IX) = W-NORM-PATH
                   SET  W-VER-FOUND
                                   TO TRUE
               ELSE
                   SET  W-VER-IX   UP BY 1
               END-IF
           END-PERFORM
           .
       SUB-9200-EXIT.
           EXIT.
