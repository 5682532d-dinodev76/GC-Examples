      *========================== NAMADDPVR ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Monthly review report over the privileged-
      *              operation log Data\NAMEADDR.PrivOps.dat that
      *              PRIVLOG appends - every forced lock release,
      *              business-date force, purge, restore, backout,
      *              rollover and circuit-breaker override. The runs
      *              of the month are listed by operator, oldest
      *              first, with their arguments and outcome, and
      *              two conditions internal audit asks after are
      *              flagged:
      *
      *                  OFF-HOURS - the run fell outside the
      *                  business day: a weekend or shop-wide
      *                  holiday (BUSDATE's calendar), or before the
      *                  day start or after the day end time;
      *
      *                  NO-REF - the run carried no ticket
      *                  reference and no operator alert was raised
      *                  on Data\NAMEADDR.Alerts.dat that day or the
      *                  day before to account for it.
      *
      *              Argument 1 is the month to review (YYYYMM,
      *              default the month before the current one).
      *              Arguments 2 and 3 are the business day's start
      *              and end times (HHMM, defaults 0700 and 1800).
      *
      *              Report: Data\NAMEADDR.PrivReview.Rpt.dat. The
      *              return code is 4 when anything was flagged.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 NAMADDPVR.

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
           SELECT PRIVOPS          ASSIGN "Data\NAMEADDR.PrivOps.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-PV-FILE-STATUS.

           SELECT ALERTS           ASSIGN "Data\NAMEADDR.Alerts.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-AT-FILE-STATUS.

           SELECT SORTWK           ASSIGN "Data\NAMEADDR.PrivSortWk".

           SELECT PVRRPT           ASSIGN
                                   "Data\NAMEADDR.PrivReview.Rpt.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-RP-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  PRIVOPS.

       01  PRIVOPS-REC.            COPY NAMADDPV.

       FD  ALERTS.

       01  ALERTS-REC.
           05  AT-DATE             PIC X(08).
           05  FILLER              PIC X(167).

       SD  SORTWK.

       01  SORTWK-REC.
           05  SR-OPERATOR         PIC X(08).
           05  SR-TIMESTAMP        PIC X(21).
           05  SR-PROGRAM          PIC X(09).
           05  SR-RUN-ID           PIC 9(08).
           05  SR-TICKET           PIC X(12).
           05  SR-RETURN-CODE      PIC X(05).
           05  SR-OUTCOME          PIC X(40).
           05  SR-ARGS             PIC X(80).

       FD  PVRRPT.

       01  PVRRPT-REC              PIC X(132).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-RETURN-CODE           PIC S9(04) COMP VALUE 0.
       01  W-LOG-LINES-READ        PIC 9(09)  COMP VALUE 0.
       01  W-RUNS-SELECTED         PIC 9(09)  COMP VALUE 0.
       01  W-RUNS-REPORTED         PIC 9(09)  COMP VALUE 0.
       01  W-FLAGS-RAISED          PIC 9(09)  COMP VALUE 0.
       01  W-OPERATOR-RUNS         PIC 9(09)  COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZ9.

       01  W-MONTH-ARG             PIC X(06).
       01  W-REVIEW-MONTH          PIC X(06).
       01  W-REVIEW-MONTH-NUM REDEFINES W-REVIEW-MONTH.
           05  W-REVIEW-YYYY       PIC 9(04).
           05  W-REVIEW-MM         PIC 9(02).

       01  W-START-ARG             PIC X(04).
       01  W-END-ARG               PIC X(04).
       01  W-DAY-START             PIC X(04)       VALUE '0700'.
       01  W-DAY-END               PIC X(04)       VALUE '1800'.

       01  W-TODAY                 PIC X(08).

      **** The days an operator alert was raised on, as day
      **** numbers, so a run can be matched to an alert that day
      **** or the day before.

       01  W-ALERT-COUNT           PIC 9(05)  COMP VALUE 0.
       01  W-ALERT-MAX             PIC 9(05)  COMP VALUE 5000.

       01  W-ALERT-TABLE.
           05  W-ALERT-DAY         PIC S9(09) COMP OCCURS 5000
                                                   INDEXED W-ALERT-IX.

       01  W-DATE-NUM              PIC 9(08).
       01  W-RUN-DAY               PIC S9(09) COMP.
       01  W-THIS-DAY              PIC S9(09) COMP.

       01  W-CURRENT-OPERATOR      PIC X(08)       VALUE LOW-VALUES.

       01  W-FLAG-TEXT             PIC X(20).

       01  W-OFF-HOURS-SW          PIC X(01).
           88  W-OFF-HOURS                         VALUE 'Y'.
           88  W-IN-HOURS                          VALUE 'N'.

       01  W-REF-SW                PIC X(01).
           88  W-REF-FOUND                         VALUE 'Y'.
           88  W-REF-MISSING                       VALUE 'N'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-PV-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-AT-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-SORT-EOF                          VALUE 'Y'.

       01  W-PV-FILE-STATUS        PIC X(02).
           88  W-PV-FILE-STATUS-GOOD               VALUE '00'.

       01  W-AT-FILE-STATUS        PIC X(02).
           88  W-AT-FILE-STATUS-GOOD               VALUE '00'.

       01  W-RP-FILE-STATUS        PIC X(02).
           88  W-RP-FILE-STATUS-GOOD               VALUE '00'.

       01  W-ERROR-MSG             PIC X(22)       VALUE
           '**** NAMADDPVR error: '.

       01  W-FS-CONTROL.
           COPY FILESTATL.

       01  W-BD-CONTROL.
           COPY BUSDATEL.

       01  W-RPT-LINE              PIC X(132).

       01  W-DETAIL-LINE.
           05  FILLER              PIC X(03).
           05  DL-DATE             PIC X(10).
           05  FILLER              PIC X(01).
           05  DL-TIME             PIC X(05).
           05  FILLER              PIC X(02).
           05  DL-PROGRAM          PIC X(09).
           05  FILLER              PIC X(01).
           05  DL-RUN-ID           PIC X(08).
           05  FILLER              PIC X(01).
           05  DL-RETURN-CODE      PIC X(05).
           05  FILLER              PIC X(02).
           05  DL-TICKET           PIC X(12).
           05  FILLER              PIC X(01).
           05  DL-OUTCOME          PIC X(40).
           05  FILLER              PIC X(01).
           05  DL-FLAGS            PIC X(20).
           05  FILLER              PIC X(11).

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

           PERFORM SUB-1500-LOAD-ALERT-DAYS THRU SUB-1500-EXIT

           SORT SORTWK
               ON ASCENDING KEY SR-OPERATOR
                                SR-TIMESTAMP
               INPUT  PROCEDURE SUB-2000-RELEASE-RUNS
                           THRU SUB-2000-EXIT
               OUTPUT PROCEDURE SUB-4000-WRITE-REVIEW
                           THRU SUB-4000-EXIT

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

           DISPLAY 'NAMADDPVR compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           MOVE FUNCTION CURRENT-DATE(1 : 8)
                                   TO W-TODAY

           DISPLAY 1               UPON ARGUMENT-NUMBER

           ACCEPT W-MONTH-ARG      FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES     TO W-MONTH-ARG
           END-ACCEPT

      **** The default is last month - the review is run once the
      **** month has closed.

           IF      W-MONTH-ARG = SPACES
               MOVE W-TODAY(1 : 6) TO W-REVIEW-MONTH
               IF      W-REVIEW-MM = 1
                   MOVE 12         TO W-REVIEW-MM
                   SUBTRACT 1    FROM W-REVIEW-YYYY
               ELSE
                   SUBTRACT 1    FROM W-REVIEW-MM
               END-IF
           ELSE
               MOVE W-MONTH-ARG    TO W-REVIEW-MONTH
           END-IF

           IF      W-REVIEW-MONTH NOT NUMERIC
               OR  W-REVIEW-MM < 1
               OR  W-REVIEW-MM > 12
               DISPLAY W-ERROR-MSG
                       'Argument 1 must be the month as YYYYMM'
               MOVE 8              TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           DISPLAY 2               UPON ARGUMENT-NUMBER

           ACCEPT W-START-ARG      FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES     TO W-START-ARG
           END-ACCEPT

           IF      W-START-ARG NUMERIC
               MOVE W-START-ARG    TO W-DAY-START
           END-IF

           DISPLAY 3               UPON ARGUMENT-NUMBER

           ACCEPT W-END-ARG        FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES     TO W-END-ARG
           END-ACCEPT

           IF      W-END-ARG NUMERIC
               MOVE W-END-ARG      TO W-DAY-END
           END-IF

           DISPLAY 'Review month: '
                   W-REVIEW-MONTH
           DISPLAY 'Business day: '
                   W-DAY-START
                   ' to '
                   W-DAY-END

           OPEN OUTPUT PVRRPT

           IF      NOT W-RP-FILE-STATUS-GOOD
               MOVE W-RP-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-RP-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening PVRRPT'
               MOVE 10             TO W-RETURN-CODE
           END-IF
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1500-LOAD-ALERT-DAYS.
      *-------------------------

      **** No alert file on disk means no alert was ever raised -
      **** only a ticket reference can then account for a run.

           OPEN INPUT ALERTS

           IF      NOT W-AT-FILE-STATUS-GOOD
               DISPLAY 'No operator alert file on disk - runs are '
                       'matched on ticket references only'
               GO TO SUB-1500-EXIT
           END-IF

           PERFORM UNTIL W-AT-EOF
               READ ALERTS
                   AT END
                       SET  W-AT-EOF
                                   TO TRUE
                   NOT AT END
                       PERFORM SUB-1510-NOTE-ALERT-DAY THRU
                               SUB-1510-EXIT
               END-READ
           END-PERFORM

           CLOSE ALERTS

           MOVE W-ALERT-COUNT      TO W-DISP-NUM
           DISPLAY 'Alert days noted: '
                   W-DISP-NUM
           .
       SUB-1500-EXIT.
           EXIT.
      /
       SUB-1510-NOTE-ALERT-DAY.
      *------------------------

           IF      AT-DATE NOT NUMERIC
               GO TO SUB-1510-EXIT
           END-IF

           MOVE AT-DATE            TO W-DATE-NUM
           COMPUTE W-THIS-DAY      = FUNCTION
                                   INTEGER-OF-DATE(W-DATE-NUM)

           SET  W-ALERT-IX         TO 1

           SEARCH W-ALERT-DAY
               AT END
                   CONTINUE
               WHEN W-ALERT-IX > W-ALERT-COUNT
                   CONTINUE
               WHEN W-ALERT-DAY(W-ALERT-IX) = W-THIS-DAY
                   GO TO SUB-1510-EXIT
           END-SEARCH

           IF      W-ALERT-COUNT >= W-ALERT-MAX
               GO TO SUB-1510-EXIT
           END-IF

           ADD  1                  TO W-ALERT-COUNT
           MOVE W-THIS-DAY         TO W-ALERT-DAY(W-ALERT-COUNT)
           .
       SUB-1510-EXIT.
           EXIT.
      /
       SUB-2000-RELEASE-RUNS.
      *----------------------

      **** No privileged-operation log on disk means nothing
      **** privileged was run.

           OPEN INPUT PRIVOPS

           IF      NOT W-PV-FILE-STATUS-GOOD
               DISPLAY 'No privileged-operation log on disk'
               GO TO SUB-2000-EXIT
           END-IF

           PERFORM SUB-2100-READ-AND-RELEASE THRU SUB-2100-EXIT
               UNTIL W-PV-EOF

           CLOSE PRIVOPS
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-READ-AND-RELEASE.
      *--------------------------

           READ PRIVOPS
               AT END
                   SET  W-PV-EOF   TO TRUE
                   GO TO SUB-2100-EXIT
           END-READ

           ADD  1                  TO W-LOG-LINES-READ

           IF      PO-DATE(1 : 6) NOT = W-REVIEW-MONTH
               GO TO SUB-2100-EXIT
           END-IF

           MOVE PO-OPERATOR        TO SR-OPERATOR
           MOVE PO-TIMESTAMP       TO SR-TIMESTAMP
           MOVE PO-PROGRAM         TO SR-PROGRAM
           MOVE PO-RUN-ID          TO SR-RUN-ID
           MOVE PO-TICKET          TO SR-TICKET
           MOVE PO-RETURN-CODE     TO SR-RETURN-CODE
           MOVE PO-OUTCOME         TO SR-OUTCOME
           MOVE PO-ARGS            TO SR-ARGS

           RELEASE SORTWK-REC

           ADD  1                  TO W-RUNS-SELECTED
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           CLOSE PVRRPT

           MOVE W-LOG-LINES-READ   TO W-DISP-NUM
           DISPLAY 'Log lines read:        '
                   W-DISP-NUM

           MOVE W-RUNS-REPORTED    TO W-DISP-NUM
           DISPLAY 'Runs in review month:  '
                   W-DISP-NUM

           MOVE W-FLAGS-RAISED     TO W-DISP-NUM
           DISPLAY 'Runs flagged:          '
                   W-DISP-NUM

           IF      W-FLAGS-RAISED > 0
               AND W-RETURN-CODE = 0
               MOVE 4              TO W-RETURN-CODE
           END-IF

           DISPLAY 'NAMADDPVR completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-4000-WRITE-REVIEW.
      *----------------------

           MOVE SPACES             TO W-RPT-LINE
           STRING ' PRIVILEGED-OPERATION REVIEW FOR '
                                   DELIMITED BY SIZE
                  W-REVIEW-MONTH(1 : 4)
                                   DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  W-REVIEW-MONTH(5 : 2)
                                   DELIMITED BY SIZE
                  '  (BUSINESS DAY '
                                   DELIMITED BY SIZE
                  W-DAY-START      DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  W-DAY-END        DELIMITED BY SIZE
                  ')'              DELIMITED BY SIZE
             INTO W-RPT-LINE
           END-STRING
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE SPACES             TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE '   DATE       TIME   PROGRAM   RUN ID   RC     TICKET
      -         '     OUTCOME                                  FLAGS'
                                   TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           PERFORM SUB-4100-RETURN-ONE-RUN THRU SUB-4100-EXIT
               UNTIL W-SORT-EOF
               OR    W-RETURN-CODE NOT = 0

           IF      W-RUNS-REPORTED = 0
               MOVE ' (no privileged runs logged in the month)'
                                   TO W-RPT-LINE
               PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT
               GO TO SUB-4000-EXIT
           END-IF

           PERFORM SUB-4300-OPERATOR-TOTAL THRU SUB-4300-EXIT

           MOVE SPACES             TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE W-RUNS-REPORTED    TO W-DISP-NUM
           MOVE SPACES             TO W-RPT-LINE
           STRING ' TOTAL PRIVILEGED RUNS: '
                                   DELIMITED BY SIZE
                  W-DISP-NUM       DELIMITED BY SIZE
             INTO W-RPT-LINE
           END-STRING
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE W-FLAGS-RAISED     TO W-DISP-NUM
           MOVE SPACES             TO W-RPT-LINE
           STRING ' RUNS FLAGGED:          '
                                   DELIMITED BY SIZE
                  W-DISP-NUM       DELIMITED BY SIZE
             INTO W-RPT-LINE
           END-STRING
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-4100-RETURN-ONE-RUN.
      *------------------------

           RETURN SORTWK
               AT END
                   SET  W-SORT-EOF TO TRUE
                   GO TO SUB-4100-EXIT
           END-RETURN

           IF      SR-OPERATOR NOT = W-CURRENT-OPERATOR
               IF      W-RUNS-REPORTED > 0
                   PERFORM SUB-4300-OPERATOR-TOTAL THRU SUB-4300-EXIT
               END-IF

               MOVE SR-OPERATOR    TO W-CURRENT-OPERATOR
               MOVE 0              TO W-OPERATOR-RUNS

               MOVE SPACES         TO W-RPT-LINE
               PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

               MOVE SPACES         TO W-RPT-LINE
               STRING ' OPERATOR '
                                   DELIMITED BY SIZE
                      SR-OPERATOR  DELIMITED BY SIZE
                 INTO W-RPT-LINE
               END-STRING
               PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT
           END-IF

           ADD  1                  TO W-RUNS-REPORTED
           ADD  1                  TO W-OPERATOR-RUNS

           PERFORM SUB-4200-JUDGE-RUN THRU SUB-4200-EXIT

           MOVE SPACES             TO W-DETAIL-LINE
           STRING SR-TIMESTAMP(1 : 4)
                                   DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  SR-TIMESTAMP(5 : 2)
                                   DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  SR-TIMESTAMP(7 : 2)
                                   DELIMITED BY SIZE
             INTO DL-DATE
           END-STRING
           STRING SR-TIMESTAMP(9 : 2)
                                   DELIMITED BY SIZE
                  ':'              DELIMITED BY SIZE
                  SR-TIMESTAMP(11 : 2)
                                   DELIMITED BY SIZE
             INTO DL-TIME
           END-STRING
           MOVE SR-PROGRAM         TO DL-PROGRAM
           MOVE SR-RUN-ID          TO DL-RUN-ID
           MOVE SR-RETURN-CODE     TO DL-RETURN-CODE
           MOVE SR-TICKET          TO DL-TICKET
           MOVE SR-OUTCOME         TO DL-OUTCOME
           MOVE W-FLAG-TEXT        TO DL-FLAGS

           MOVE W-DETAIL-LINE      TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           IF      SR-ARGS NOT = SPACES
               MOVE SPACES         TO W-RPT-LINE
               STRING '                   ARGUMENTS: '
                                   DELIMITED BY SIZE
                      SR-ARGS      DELIMITED BY SIZE
                 INTO W-RPT-LINE
               END-STRING
               PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT
           END-IF
           .
       SUB-4100-EXIT.
           EXIT.
      /
       SUB-4200-JUDGE-RUN.
      *-------------------

           MOVE SPACES             TO W-FLAG-TEXT
           SET  W-IN-HOURS         TO TRUE
           SET  W-REF-FOUND        TO TRUE

           IF      SR-TIMESTAMP(9 : 4) < W-DAY-START
               OR  SR-TIMESTAMP(9 : 4) >= W-DAY-END
               SET  W-OFF-HOURS    TO TRUE
           END-IF

           MOVE SR-TIMESTAMP(1 : 8)
                                   TO W-DATE-NUM
           COMPUTE W-RUN-DAY       = FUNCTION
                                   INTEGER-OF-DATE(W-DATE-NUM)

      **** A day is a business day when rolling forward from the
      **** day before lands on it - BUSDATE skips weekends and the
      **** shop-wide holidays.

           IF      W-IN-HOURS
               COMPUTE W-DATE-NUM  = FUNCTION
                                   DATE-OF-INTEGER(W-RUN-DAY - 1)
               SET  BD-FUNC-ROLL   TO TRUE
               MOVE W-DATE-NUM     TO BD-BUSINESS-DATE
               MOVE SPACES         TO BD-JURISDICTION

               CALL 'BUSDATE' USING W-BD-CONTROL

               IF      BD-RESPONSE-GOOD
                   AND BD-BUSINESS-DATE NOT = SR-TIMESTAMP(1 : 8)
                   SET  W-OFF-HOURS
                                   TO TRUE
               END-IF
           END-IF

           IF      SR-TICKET = SPACES
               PERFORM SUB-4250-MATCH-ALERT THRU SUB-4250-EXIT
           END-IF

           IF      W-OFF-HOURS
               MOVE 'OFF-HOURS'    TO W-FLAG-TEXT
           END-IF

           IF      W-REF-MISSING
               IF      W-OFF-HOURS
                   MOVE 'OFF-HOURS NO-REF'
                                   TO W-FLAG-TEXT
               ELSE
                   MOVE 'NO-REF'   TO W-FLAG-TEXT
               END-IF
           END-IF

           IF      W-FLAG-TEXT NOT = SPACES
               ADD  1              TO W-FLAGS-RAISED
           END-IF
           .
       SUB-4200-EXIT.
           EXIT.
      /
       SUB-4250-MATCH-ALERT.
      *---------------------

           SET  W-REF-MISSING      TO TRUE
           SET  W-ALERT-IX         TO 1

           SEARCH W-ALERT-DAY
               AT END
                   CONTINUE
               WHEN W-ALERT-IX > W-ALERT-COUNT
                   CONTINUE
               WHEN W-ALERT-DAY(W-ALERT-IX) = W-RUN-DAY
                   SET  W-REF-FOUND
                                   TO TRUE
               WHEN W-ALERT-DAY(W-ALERT-IX) = W-RUN-DAY - 1
                   SET  W-REF-FOUND
                                   TO TRUE
           END-SEARCH
           .
       SUB-4250-EXIT.
           EXIT.
      /
       SUB-4300-OPERATOR-TOTAL.
      *------------------------

           MOVE W-OPERATOR-RUNS    TO W-DISP-NUM
           MOVE SPACES             TO W-RPT-LINE
           STRING '   RUNS FOR '   DELIMITED BY SIZE
                  W-CURRENT-OPERATOR
                                   DELIMITED BY SPACE
                  ': '             DELIMITED BY SIZE
                  W-DISP-NUM       DELIMITED BY SIZE
             INTO W-RPT-LINE
           END-STRING
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT
           .
       SUB-4300-EXIT.
           EXIT.
      /
       SUB-9900-WRITE-LINE.
      *--------------------

           MOVE W-RPT-LINE         TO PVRRPT-REC

           WRITE PVRRPT-REC

           IF      NOT W-RP-FILE-STATUS-GOOD
               MOVE W-RP-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-RP-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing PVRRPT'
               MOVE 40             TO W-RETURN-CODE
           END-IF
           .
       SUB-9900-EXIT.
           EXIT.
