      *========================== NAMADDBUR ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Report distribution after the nightly chain.
      *              Every morning the NAMADDRPT listing, the
      *              data-quality exceptions, the shared-contact
      *              report and a dozen others were emailed round the
      *              departments by hand - sometimes to the wrong
      *              one, and with no proof of who received what.
      *
      *              The distribution table
      *              Data\NAMEADDR.Distribution.dat (see NAMADDDB)
      *              maps each report, or each jurisdiction or page
      *              group within it, to the department that receives
      *              it and the drop file it is delivered to. Run as
      *              the chain's last step, the program works the
      *              table in order and, for each line, bursts its
      *              part out of the report:
      *
      *                  A - the whole report;
      *                  L - the lines whose key (a column range on
      *                      the line, the jurisdiction code say)
      *                      falls in the line's range, under the
      *                      report's own heading lines;
      *                  G - the page groups whose marker line (the
      *                      NAMADDRPT 'LETTER:' line say) carries a
      *                      key in the range, each with the page
      *                      title lines just above its marker.
      *
      *              The department must be registered in
      *              Data\NAMEADDR.Requesters.dat - a table line
      *              naming any other is refused, never guessed at.
      *
      *              Every table line leaves a line in the delivery
      *              log Data\NAMEADDR.DeliveryLog.dat (see
      *              NAMADDDV) - delivered, empty, missing (the
      *              report was not produced), failed (the drop
      *              could not be written) or refused - which
      *              NAMADDDIG reports in the morning digest, and
      *              the run's manifest is written to
      *              Data\NAMEADDR.Distribution.Rpt.dat.
      *
      *              Return codes: 4 a part was missing, failed or
      *              refused, 8 no distribution table, 10-11 the
      *              delivery log or manifest could not be opened,
      *              15 requester table full.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 NAMADDBUR.

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
           SELECT NAMADDDB         ASSIGN
                                   "Data\NAMEADDR.Distribution.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-DB-FILE-STATUS.

           SELECT REQREG           ASSIGN
                                   "Data\NAMEADDR.Requesters.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-RR-FILE-STATUS.

           SELECT RPTFILE          ASSIGN TO W-RPT-PATH
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-RF-FILE-STATUS.

           SELECT DROPFILE         ASSIGN TO W-DROP-PATH
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-DF-FILE-STATUS.

           SELECT NAMADDDV         ASSIGN
                                   "Data\NAMEADDR.DeliveryLog.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-DV-FILE-STATUS.

           SELECT MANIFEST         ASSIGN
                                   "Data\NAMEADDR.Distribution.Rpt.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-MF-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  NAMADDDB.

       01  NAMADDDB-REC.           COPY NAMADDDB.

       FD  REQREG.

       01  REQREG-REC.
           05  RR-DEPT-CODE        PIC X(04).
           05  FILLER              PIC X(01).
           05  RR-DEPT-NAME        PIC X(30).
           05  FILLER              PIC X(01).
           05  RR-SCOPE            PIC X(60).

       FD  RPTFILE.

       01  RPTFILE-REC             PIC X(250).

       FD  DROPFILE.

       01  DROPFILE-REC            PIC X(250).

       FD  NAMADDDV.

       01  NAMADDDV-REC.           COPY NAMADDDV.

       FD  MANIFEST.

       01  MANIFEST-REC            PIC X(132).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-RETURN-CODE           PIC S9(04) COMP VALUE 0.

       01  W-RPT-PATH              PIC X(60).
       01  W-DROP-PATH             PIC X(60).

       01  W-TIMESTAMP             PIC X(14).

      **** Counts for the part in hand, and for the run.

       01  W-PART-LINES            PIC 9(07)  COMP.
       01  W-PART-STATUS           PIC X(09).
       01  W-PART-NOTE             PIC X(40).

       01  W-TABLE-LINES           PIC 9(05)  COMP VALUE 0.
       01  W-DELIVERED             PIC 9(05)  COMP VALUE 0.
       01  W-EMPTY                 PIC 9(05)  COMP VALUE 0.
       01  W-MISSING               PIC 9(05)  COMP VALUE 0.
       01  W-FAILED                PIC 9(05)  COMP VALUE 0.
       01  W-REFUSED               PIC 9(05)  COMP VALUE 0.

      **** The registered departments.

       01  W-DEPT-COUNT            PIC 9(04)  COMP VALUE 0.
       01  W-DEPT-MAX              PIC 9(04)  COMP VALUE 500.

       01  W-DEPT-TABLE.
           05  W-DEPT-CODE         PIC X(04)
                                   OCCURS 500
                                   INDEXED W-DPT-IX.

       01  W-DEPT-FOUND-SW         PIC X(01).
           88  W-DEPT-FOUND                        VALUE 'Y'.
           88  W-DEPT-NOT-FOUND                    VALUE 'N'.

      **** The line in hand and its key, and for G mode the lines
      **** held back in case the next line is a group marker whose
      **** page title they are.

       01  W-LINE                  PIC X(250).
       01  W-LINE-NO               PIC 9(07)  COMP.
       01  W-KEY                   PIC X(10).
       01  W-KEY-LO                PIC X(10).
       01  W-KEY-HI                PIC X(10).
       01  W-MARK-LEN              PIC 9(03)  COMP.

       01  W-KEY-IN-RANGE-SW       PIC X(01).
           88  W-KEY-IN-RANGE                      VALUE 'Y'.
           88  W-KEY-NOT-IN-RANGE                  VALUE 'N'.

       01  W-GROUP-SW              PIC X(01).
           88  W-GROUP-SELECTED                    VALUE 'Y'.
           88  W-GROUP-NOT-SELECTED                VALUE 'N'.

       01  W-HELD-COUNT            PIC 9(02)  COMP.
       01  W-HELD-TABLE.
           05  W-HELD-LINE         PIC X(250)      OCCURS 9
                                                   INDEXED W-HLD-IX.
       01  W-HELD-SUB              PIC 9(02)  COMP.
       01  W-SAVE-LINE             PIC X(250).

       01  W-REPORT-LINE           PIC X(132).

       01  W-MANIFEST-LINE.
           05  W-MF-STATUS         PIC X(09).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  W-MF-DEPT           PIC X(04).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  W-MF-BURST          PIC X(08).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  W-MF-LINES          PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  W-MF-REPORT         PIC X(40).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  W-MF-NOTE           PIC X(60).

       01  W-DISP-NUM              PIC ZZ,ZZ9.
       01  W-LOG-DELIVERED         PIC 9(05).
       01  W-LOG-NOT-DELIVERED     PIC 9(05).
       01  W-NOT-DELIVERED         PIC 9(05)  COMP VALUE 0.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-DB-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-RR-EOF                            VALUE 'Y'.

       01  W-RF-EOF-SW             PIC X(01)       VALUE 'N'.
           88  W-RF-EOF                            VALUE 'Y'.

       01  W-DB-FILE-STATUS        PIC X(02).
           88  W-DB-FILE-STATUS-GOOD               VALUE '00'.

       01  W-RR-FILE-STATUS        PIC X(02).
           88  W-RR-FILE-STATUS-GOOD               VALUE '00'.

       01  W-RF-FILE-STATUS        PIC X(02).
           88  W-RF-FILE-STATUS-GOOD               VALUE '00'.

       01  W-DF-FILE-STATUS        PIC X(02).
           88  W-DF-FILE-STATUS-GOOD               VALUE '00'.

       01  W-DV-FILE-STATUS        PIC X(02).
           88  W-DV-FILE-STATUS-GOOD               VALUE '00'.

       01  W-MF-FILE-STATUS        PIC X(02).
           88  W-MF-FILE-STATUS-GOOD               VALUE '00'.

       01  W-ERROR-MSG             PIC X(22)       VALUE
           '**** NAMADDBUR error: '.

       01  W-FS-CONTROL.
           COPY FILESTATL.

       01  W-JL-CONTROL.
           COPY JOBLOGL.

       01  W-RI-CONTROL.
           COPY RUNIDL.

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

           IF      W-RETURN-CODE = 0
               PERFORM SUB-2000-DELIVER-ONE-PART THRU SUB-2000-EXIT
                   UNTIL W-DB-EOF

               PERFORM SUB-3000-SHUT-DOWN THRU SUB-3000-EXIT
           END-IF

           PERFORM SUB-9000-WRITE-JOB-LOG THRU SUB-9000-EXIT
           .
       MAIN-EXIT.
           MOVE W-RETURN-CODE      TO RETURN-CODE
           STOP RUN.
      /
       SUB-1000-START-UP.
      *------------------

           MOVE FUNCTION WHEN-COMPILED
                                   TO W-COMPILED-DATE

           DISPLAY 'NAMADDBUR compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           SET  RI-FUNC-CURRENT    TO TRUE
           CALL 'RUNID' USING W-RI-CONTROL
           DISPLAY 'Run ID: ' RI-RUN-ID

           PERFORM SUB-1100-LOAD-DEPARTMENTS THRU SUB-1100-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           OPEN INPUT NAMADDDB

           IF      NOT W-DB-FILE-STATUS-GOOD
               DISPLAY W-ERROR-MSG
                       'No distribution table '
                       'Data\NAMEADDR.Distribution.dat - nothing '
                       'can be delivered'
               MOVE 8              TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN EXTEND NAMADDDV

           IF      NOT W-DV-FILE-STATUS-GOOD
               OPEN OUTPUT NAMADDDV
           END-IF

           IF      NOT W-DV-FILE-STATUS-GOOD
               MOVE W-DV-FILE-STATUS
                                   TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-DV-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDDV'
               CLOSE NAMADDDB
               MOVE 10             TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           OPEN OUTPUT MANIFEST

           IF      NOT W-MF-FILE-STATUS-GOOD
               MOVE W-MF-FILE-STATUS
                                   TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-MF-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening MANIFEST'
               CLOSE NAMADDDB
                     NAMADDDV
               MOVE 11             TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:14)
                                   TO W-TIMESTAMP

           MOVE SPACES             TO W-REPORT-LINE
           STRING 'Report distribution manifest - run '
                                   DELIMITED BY SIZE
                  RI-RUN-ID        DELIMITED BY SIZE
                  ' at '           DELIMITED BY SIZE
                  W-TIMESTAMP      DELIMITED BY SIZE
             INTO W-REPORT-LINE
           END-STRING
           WRITE MANIFEST-REC      FROM W-REPORT-LINE

           MOVE ALL '-'            TO W-REPORT-LINE
           WRITE MANIFEST-REC      FROM W-REPORT-LINE

           MOVE 'STATUS    DEPT PART         LINES REPORT'
                                   TO W-REPORT-LINE
           MOVE 'DROP / NOTE'      TO W-REPORT-LINE(75 : 11)
           WRITE MANIFEST-REC      FROM W-REPORT-LINE

           PERFORM SUB-9100-READ-NAMADDDB THRU SUB-9100-EXIT
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-DEPARTMENTS.
      *--------------------------

      **** With no requester file no department is registered, and
      **** every table line will be refused.

           OPEN INPUT REQREG

           IF      NOT W-RR-FILE-STATUS-GOOD
               DISPLAY 'No requester file - no department registered'
               GO TO SUB-1100-EXIT
           END-IF

           PERFORM UNTIL W-RR-EOF
                   OR    W-RETURN-CODE NOT = 0
               READ REQREG
                   AT END
                       SET  W-RR-EOF
                                   TO TRUE
                   NOT AT END
                       IF      RR-DEPT-CODE NOT = SPACES
                           IF      W-DEPT-COUNT < W-DEPT-MAX
                               ADD  1
                                   TO W-DEPT-COUNT
                               SET  W-DPT-IX
                                   TO W-DEPT-COUNT
                               MOVE RR-DEPT-CODE
                                   TO W-DEPT-CODE(W-DPT-IX)
                           ELSE
                               DISPLAY W-ERROR-MSG
                                       'Requester table full at '
                                       W-DEPT-MAX
                                       ' departments'
                               MOVE 15
                                   TO W-RETURN-CODE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE REQREG
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-2000-DELIVER-ONE-PART.
      *--------------------------

           ADD  1                  TO W-TABLE-LINES

           MOVE 0                  TO W-PART-LINES
           MOVE 0                  TO W-LINE-NO
           MOVE SPACES             TO W-PART-NOTE

           PERFORM SUB-2100-CHECK-TABLE-LINE THRU SUB-2100-EXIT

           IF      W-PART-NOTE NOT = SPACES
               MOVE 'REFUSED'      TO W-PART-STATUS
               GO TO SUB-2000-LOG
           END-IF

           MOVE DB-REPORT-PATH     TO W-RPT-PATH
           MOVE DB-DROP-PATH       TO W-DROP-PATH
           MOVE 'N'                TO W-RF-EOF-SW

           OPEN INPUT RPTFILE

           IF      NOT W-RF-FILE-STATUS-GOOD
               MOVE 'MISSING'      TO W-PART-STATUS
               MOVE 'report not produced'
                                   TO W-PART-NOTE
               GO TO SUB-2000-LOG
           END-IF

           OPEN OUTPUT DROPFILE

           IF      NOT W-DF-FILE-STATUS-GOOD
               CLOSE RPTFILE
               MOVE 'FAILED'       TO W-PART-STATUS
               MOVE SPACES         TO W-PART-NOTE
               STRING 'drop not writable - status '
                                   DELIMITED BY SIZE
                      W-DF-FILE-STATUS
                                   DELIMITED BY SIZE
                 INTO W-PART-NOTE
               END-STRING
               GO TO SUB-2000-LOG
           END-IF

           EVALUATE TRUE
               WHEN DB-MODE-ALL
                   PERFORM SUB-2200-BURST-ALL THRU SUB-2200-EXIT
               WHEN DB-MODE-LINES
                   PERFORM SUB-2300-BURST-LINES THRU SUB-2300-EXIT
               WHEN DB-MODE-GROUPS
                   PERFORM SUB-2400-BURST-GROUPS THRU SUB-2400-EXIT
           END-EVALUATE

           CLOSE RPTFILE
                 DROPFILE

           IF      W-PART-NOTE NOT = SPACES
               MOVE 'FAILED'       TO W-PART-STATUS
           ELSE
               IF      W-PART-LINES = 0
                   MOVE 'EMPTY'    TO W-PART-STATUS
                   MOVE 'nothing in the report fell in the range'
                                   TO W-PART-NOTE
               ELSE
                   MOVE 'DELIVERED'
                                   TO W-PART-STATUS
               END-IF
           END-IF
           .
       SUB-2000-LOG.

           PERFORM SUB-2900-LOG-PART THRU SUB-2900-EXIT

           PERFORM SUB-9100-READ-NAMADDDB THRU SUB-9100-EXIT
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-CHECK-TABLE-LINE.
      *--------------------------

           SET  W-DEPT-NOT-FOUND   TO TRUE

           PERFORM VARYING W-DPT-IX FROM 1 BY 1
                   UNTIL W-DPT-IX > W-DEPT-COUNT
                   OR    W-DEPT-FOUND
               IF      W-DEPT-CODE(W-DPT-IX) = DB-DEPT-CODE
                   SET  W-DEPT-FOUND
                                   TO TRUE
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN DB-REPORT-PATH = SPACES
                   MOVE 'no report named'
                                   TO W-PART-NOTE
               WHEN DB-DROP-PATH = SPACES
                   MOVE 'no drop file named'
                                   TO W-PART-NOTE
               WHEN W-DEPT-NOT-FOUND
                   MOVE 'department not in Requesters.dat'
                                   TO W-PART-NOTE
               WHEN NOT DB-MODE-VALID
                   MOVE 'mode must be A, L or G'
                                   TO W-PART-NOTE
               WHEN DB-MODE-ALL
                   CONTINUE
               WHEN DB-KEY-COL NOT NUMERIC
                 OR DB-KEY-LEN NOT NUMERIC
                 OR DB-HEAD-LINES NOT NUMERIC
                   MOVE 'key columns or heading lines not numeric'
                                   TO W-PART-NOTE
               WHEN DB-KEY-COL < 1
                 OR DB-KEY-LEN < 1
                 OR DB-KEY-LEN > 10
                 OR DB-KEY-COL + DB-KEY-LEN - 1 > 250
                   MOVE 'key column or length out of range'
                                   TO W-PART-NOTE
               WHEN DB-MODE-LINES
                   CONTINUE
               WHEN DB-MARK-COL NOT NUMERIC
                 OR DB-MARK-COL < 1
                 OR DB-MARK-TEXT = SPACES
                   MOVE 'group marker column or text missing'
                                   TO W-PART-NOTE
               WHEN DB-HEAD-LINES > 9
                   MOVE 'at most 9 page title lines per group'
                                   TO W-PART-NOTE
               WHEN OTHER
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(DB-MARK-TEXT
                                   TRAILING))
                                   TO W-MARK-LEN
                   IF      DB-MARK-COL + W-MARK-LEN - 1 > 250
                       MOVE 'group marker column out of range'
                                   TO W-PART-NOTE
                   END-IF
           END-EVALUATE

           IF      W-PART-NOTE = SPACES
               AND NOT DB-MODE-ALL
               MOVE SPACES         TO W-KEY-LO
               MOVE SPACES         TO W-KEY-HI
               MOVE DB-KEY-LO(1 : DB-KEY-LEN)
                                   TO W-KEY-LO
               MOVE DB-KEY-HI(1 : DB-KEY-LEN)
                                   TO W-KEY-HI
           END-IF
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-BURST-ALL.
      *-------------------

           PERFORM SUB-9200-READ-RPTFILE THRU SUB-9200-EXIT

           PERFORM UNTIL W-RF-EOF
                   OR    W-PART-NOTE NOT = SPACES
               PERFORM SUB-2800-WRITE-DROP THRU SUB-2800-EXIT
               ADD  1              TO W-PART-LINES
               PERFORM SUB-9200-READ-RPTFILE THRU SUB-9200-EXIT
           END-PERFORM
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2300-BURST-LINES.
      *---------------------

      **** The report's heading lines go atop every part; below
      **** them only the lines whose key is in range.

           PERFORM SUB-9200-READ-RPTFILE THRU SUB-9200-EXIT

           PERFORM UNTIL W-RF-EOF
                   OR    W-PART-NOTE NOT = SPACES
               IF      W-LINE-NO <= DB-HEAD-LINES
                   PERFORM SUB-2800-WRITE-DROP THRU SUB-2800-EXIT
               ELSE
                   PERFORM SUB-2700-TEST-KEY THRU SUB-2700-EXIT

                   IF      W-KEY-IN-RANGE
                       PERFORM SUB-2800-WRITE-DROP THRU
                               SUB-2800-EXIT
                       ADD  1      TO W-PART-LINES
                   END-IF
               END-IF

               PERFORM SUB-9200-READ-RPTFILE THRU SUB-9200-EXIT
           END-PERFORM
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2400-BURST-GROUPS.
      *----------------------

      **** A group runs from its marker line to the next marker.
      **** The page title printed just above a marker belongs to
      **** the marker's group, so the last DB-HEAD-LINES lines are
      **** held back until it is known whether a marker follows.
      **** Lines ahead of the first group go nowhere.

           SET  W-GROUP-NOT-SELECTED
                                   TO TRUE
           MOVE 0                  TO W-HELD-COUNT

           PERFORM SUB-9200-READ-RPTFILE THRU SUB-9200-EXIT

           PERFORM UNTIL W-RF-EOF
                   OR    W-PART-NOTE NOT = SPACES
               IF      W-LINE(DB-MARK-COL : W-MARK-LEN) =
                           DB-MARK-TEXT(1 : W-MARK-LEN)
                   PERFORM SUB-2700-TEST-KEY THRU SUB-2700-EXIT
                   MOVE W-KEY-IN-RANGE-SW
                                   TO W-GROUP-SW
                   PERFORM SUB-2450-RELEASE-HELD THRU SUB-2450-EXIT

                   IF      W-GROUP-SELECTED
                       PERFORM SUB-2800-WRITE-DROP THRU
                               SUB-2800-EXIT
                       ADD  1      TO W-PART-LINES
                   END-IF
               ELSE
                   PERFORM SUB-2460-HOLD-LINE THRU SUB-2460-EXIT
               END-IF

               PERFORM SUB-9200-READ-RPTFILE THRU SUB-9200-EXIT
           END-PERFORM

           PERFORM SUB-2450-RELEASE-HELD THRU SUB-2450-EXIT
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-2450-RELEASE-HELD.
      *----------------------

      **** The held lines go to whichever group is now current.

           MOVE W-LINE             TO W-SAVE-LINE

           PERFORM VARYING W-HLD-IX FROM 1 BY 1
                   UNTIL W-HLD-IX > W-HELD-COUNT
               IF      W-GROUP-SELECTED
                   AND W-PART-NOTE = SPACES
                   MOVE W-HELD-LINE(W-HLD-IX)
                                   TO W-LINE
                   PERFORM SUB-2800-WRITE-DROP THRU SUB-2800-EXIT
                   ADD  1          TO W-PART-LINES
               END-IF
           END-PERFORM

           MOVE 0                  TO W-HELD-COUNT
           MOVE W-SAVE-LINE        TO W-LINE
           .
       SUB-2450-EXIT.
           EXIT.
      /
       SUB-2460-HOLD-LINE.
      *-------------------

      **** With nothing to hold back the line goes straight to the
      **** current group; otherwise the oldest held line does, once
      **** the window is full.

           IF      DB-HEAD-LINES = 0
               IF      W-GROUP-SELECTED
                   PERFORM SUB-2800-WRITE-DROP THRU SUB-2800-EXIT
                   ADD  1          TO W-PART-LINES
               END-IF
               GO TO SUB-2460-EXIT
           END-IF

           IF      W-HELD-COUNT >= DB-HEAD-LINES
               IF      W-GROUP-SELECTED
                   MOVE W-LINE     TO W-SAVE-LINE
                   MOVE W-HELD-LINE(1)
                                   TO W-LINE
                   PERFORM SUB-2800-WRITE-DROP THRU SUB-2800-EXIT
                   ADD  1          TO W-PART-LINES
                   MOVE W-SAVE-LINE
                                   TO W-LINE
               END-IF

               PERFORM VARYING W-HELD-SUB FROM 2 BY 1
                       UNTIL W-HELD-SUB > W-HELD-COUNT
                   MOVE W-HELD-LINE(W-HELD-SUB)
                                   TO W-HELD-LINE(W-HELD-SUB - 1)
               END-PERFORM

               SUBTRACT 1          FROM W-HELD-COUNT
           END-IF

           ADD  1                  TO W-HELD-COUNT
           MOVE W-LINE             TO W-HELD-LINE(W-HELD-COUNT)
           .
       SUB-2460-EXIT.
           EXIT.
      /
       SUB-2700-TEST-KEY.
      *------------------

           MOVE SPACES             TO W-KEY
           MOVE W-LINE(DB-KEY-COL : DB-KEY-LEN)
                                   TO W-KEY

           IF      W-KEY NOT < W-KEY-LO
               AND W-KEY NOT > W-KEY-HI
               SET  W-KEY-IN-RANGE TO TRUE
           ELSE
               SET  W-KEY-NOT-IN-RANGE
                                   TO TRUE
           END-IF
           .
       SUB-2700-EXIT.
           EXIT.
      /
       SUB-2800-WRITE-DROP.
      *--------------------

           WRITE DROPFILE-REC      FROM W-LINE

           IF      NOT W-DF-FILE-STATUS-GOOD
               MOVE SPACES         TO W-PART-NOTE
               STRING 'drop write failed - status '
                                   DELIMITED BY SIZE
                      W-DF-FILE-STATUS
                                   DELIMITED BY SIZE
                 INTO W-PART-NOTE
               END-STRING
           END-IF
           .
       SUB-2800-EXIT.
           EXIT.
      /
       SUB-2900-LOG-PART.
      *------------------

           EVALUATE W-PART-STATUS
               WHEN 'DELIVERED'
                   ADD  1          TO W-DELIVERED
               WHEN 'EMPTY'
                   ADD  1          TO W-EMPTY
               WHEN 'MISSING'
                   ADD  1          TO W-MISSING
               WHEN 'FAILED'
                   ADD  1          TO W-FAILED
               WHEN OTHER
                   ADD  1          TO W-REFUSED
           END-EVALUATE

           MOVE SPACES             TO NAMADDDV-REC
           MOVE FUNCTION CURRENT-DATE(1:14)
                                   TO DV-TIMESTAMP
           MOVE RI-RUN-ID          TO DV-RUN-ID
           MOVE W-PART-STATUS      TO DV-STATUS
           MOVE DB-REPORT-PATH     TO DV-REPORT-PATH
           MOVE DB-BURST-ID        TO DV-BURST-ID
           MOVE DB-DEPT-CODE       TO DV-DEPT-CODE
           MOVE W-PART-LINES       TO DV-LINES
           MOVE DB-DROP-PATH       TO DV-DROP-PATH

           WRITE NAMADDDV-REC

           IF      NOT W-DV-FILE-STATUS-GOOD
               MOVE W-DV-FILE-STATUS
                                   TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-DV-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing NAMADDDV'
           END-IF

           MOVE W-PART-STATUS      TO W-MF-STATUS
           MOVE DB-DEPT-CODE       TO W-MF-DEPT
           MOVE DB-BURST-ID        TO W-MF-BURST
           MOVE W-PART-LINES       TO W-MF-LINES
           MOVE DB-REPORT-PATH     TO W-MF-REPORT

           IF      W-PART-STATUS = 'DELIVERED'
               MOVE DB-DROP-PATH   TO W-MF-NOTE
           ELSE
               MOVE W-PART-NOTE    TO W-MF-NOTE
           END-IF

           WRITE MANIFEST-REC      FROM W-MANIFEST-LINE

           IF      W-PART-STATUS NOT = 'DELIVERED'
               AND W-PART-STATUS NOT = 'EMPTY'
               DISPLAY 'Not delivered: '
                       W-PART-STATUS
                       ' '
                       FUNCTION TRIM(DB-REPORT-PATH)
                       ' '
                       DB-BURST-ID
                       ' to '
                       DB-DEPT-CODE
                       ' - '
                       FUNCTION TRIM(W-PART-NOTE)
           END-IF
           .
       SUB-2900-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           CLOSE NAMADDDB
                 NAMADDDV

           COMPUTE W-NOT-DELIVERED = W-MISSING
                                   + W-FAILED
                                   + W-REFUSED

           MOVE ALL '-'            TO W-REPORT-LINE
           WRITE MANIFEST-REC      FROM W-REPORT-LINE

           MOVE W-TABLE-LINES      TO W-DISP-NUM
           MOVE SPACES             TO W-REPORT-LINE
           STRING 'Parts in the table:  '
                                   DELIMITED BY SIZE
                  W-DISP-NUM       DELIMITED BY SIZE
             INTO W-REPORT-LINE
           END-STRING
           WRITE MANIFEST-REC      FROM W-REPORT-LINE
           DISPLAY FUNCTION TRIM(W-REPORT-LINE TRAILING)

           MOVE W-DELIVERED        TO W-DISP-NUM
           MOVE SPACES             TO W-REPORT-LINE
           STRING 'Delivered:           '
                                   DELIMITED BY SIZE
                  W-DISP-NUM       DELIMITED BY SIZE
             INTO W-REPORT-LINE
           END-STRING
           WRITE MANIFEST-REC      FROM W-REPORT-LINE
           DISPLAY FUNCTION TRIM(W-REPORT-LINE TRAILING)

           MOVE W-EMPTY            TO W-DISP-NUM
           MOVE SPACES             TO W-REPORT-LINE
           STRING 'Delivered empty:     '
                                   DELIMITED BY SIZE
                  W-DISP-NUM       DELIMITED BY SIZE
             INTO W-REPORT-LINE
           END-STRING
           WRITE MANIFEST-REC      FROM W-REPORT-LINE
           DISPLAY FUNCTION TRIM(W-REPORT-LINE TRAILING)

           MOVE W-MISSING          TO W-DISP-NUM
           MOVE SPACES             TO W-REPORT-LINE
           STRING 'Report missing:      '
                                   DELIMITED BY SIZE
                  W-DISP-NUM       DELIMITED BY SIZE
             INTO W-REPORT-LINE
           END-STRING
           WRITE MANIFEST-REC      FROM W-REPORT-LINE
           DISPLAY FUNCTION TRIM(W-REPORT-LINE TRAILING)

           MOVE W-FAILED           TO W-DISP-NUM
           MOVE SPACES             TO W-REPORT-LINE
           STRING 'Delivery failed:     '
                                   DELIMITED BY SIZE
                  W-DISP-NUM       DELIMITED BY SIZE
             INTO W-REPORT-LINE
           END-STRING
           WRITE MANIFEST-REC      FROM W-REPORT-LINE
           DISPLAY FUNCTION TRIM(W-REPORT-LINE TRAILING)

           MOVE W-REFUSED          TO W-DISP-NUM
           MOVE SPACES             TO W-REPORT-LINE
           STRING 'Table line refused:  '
                                   DELIMITED BY SIZE
                  W-DISP-NUM       DELIMITED BY SIZE
             INTO W-REPORT-LINE
           END-STRING
           WRITE MANIFEST-REC      FROM W-REPORT-LINE
           DISPLAY FUNCTION TRIM(W-REPORT-LINE TRAILING)

           CLOSE MANIFEST

           IF      W-NOT-DELIVERED > 0
               MOVE 4              TO W-RETURN-CODE
           END-IF
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-9000-WRITE-JOB-LOG.
      *-----------------------

           MOVE W-DELIVERED        TO W-LOG-DELIVERED
           MOVE W-NOT-DELIVERED    TO W-LOG-NOT-DELIVERED

           MOVE SPACES             TO JL-KEY-COUNTS
           STRING 'Delivered '     DELIMITED BY SIZE
                  W-LOG-DELIVERED  DELIMITED BY SIZE
                  ' not delivered '
                                   DELIMITED BY SIZE
                  W-LOG-NOT-DELIVERED
                                   DELIMITED BY SIZE
             INTO JL-KEY-COUNTS
           END-STRING

           MOVE 'NAMADDBUR'        TO JL-PROGRAM-NAME
           MOVE RI-RUN-ID          TO JL-RUN-ID
           MOVE W-RETURN-CODE      TO JL-RETURN-CODE

           CALL 'JOBLOG' USING W-JL-CONTROL

           IF      JL-RESPONSE-FILE-ERROR
               DISPLAY W-ERROR-MSG
                       'Unable to write to the shared job log'
           END-IF

           IF      W-RETURN-CODE = 0
           OR      W-RETURN-CODE = 4
               DISPLAY 'NAMADDBUR completed'
           ELSE
               DISPLAY W-ERROR-MSG
                       'Distribution ended with return code '
                       W-RETURN-CODE
           END-IF
           .
       SUB-9000-EXIT.
           EXIT.
      /
       SUB-9100-READ-NAMADDDB.
      *-----------------------

      **** Comment and blank lines are passed over.

           READ NAMADDDB
               AT END
                   SET  W-DB-EOF   TO TRUE
                   GO TO SUB-9100-EXIT
           END-READ

           IF      NAMADDDB-REC(1 : 1) = '*'
               OR  NAMADDDB-REC = SPACES
               GO TO SUB-9100-READ-NAMADDDB
           END-IF
           .
       SUB-9100-EXIT.
           EXIT.
      /
       SUB-9200-READ-RPTFILE.
      *----------------------

           READ RPTFILE
               AT END
                   SET  W-RF-EOF   TO TRUE
                   GO TO SUB-9200-EXIT
           END-READ

           MOVE RPTFILE-REC        TO W-LINE
           ADD  1                  TO W-LINE-NO
           .
       SUB-9200-EXIT.
           EXIT.
