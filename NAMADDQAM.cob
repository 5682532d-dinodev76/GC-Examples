      *========================== NAMADDQAM ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Monthly post-apply quality report. Reads the
      *              quality sample Data\NAMEADDR.QASample.dat that
      *              NAMADDQAS draws and the verdicts
      *              Data\NAMEADDR.QAVerdict.dat that checkers record
      *              through NAMADDQAR, for the items sampled in the
      *              month (argument 1, YYYYMM, default last month),
      *              and reports for each operator and for each
      *              source system the items sampled, checked and
      *              found in error, the error rate over the checked
      *              items and the items still awaiting a check,
      *              followed by the errors by category.
      *
      *              The report goes to
      *              Data\NAMEADDR.QAReview.Rpt.dat. Return code 4
      *              when nothing was sampled in the month.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 NAMADDQAM.

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
           SELECT NAMADDQS         ASSIGN "Data\NAMEADDR.QASample.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-QS-FILE-STATUS.

           SELECT NAMADDQV         ASSIGN
                                   "Data\NAMEADDR.QAVerdict.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-QV-FILE-STATUS.

           SELECT QAMRPT           ASSIGN
                                   "Data\NAMEADDR.QAReview.Rpt.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-RP-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  NAMADDQS.

       01  NAMADDQS-REC.           COPY NAMADDQS.

       FD  NAMADDQV.

       01  NAMADDQV-REC.           COPY NAMADDQV.

       FD  QAMRPT.

       01  QAMRPT-REC              PIC X(132).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-RETURN-CODE           PIC S9(04) COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZ9.

       01  W-MONTH-ARG             PIC X(06).
       01  W-REVIEW-MONTH          PIC X(06).
       01  W-REVIEW-MONTH-NUM REDEFINES W-REVIEW-MONTH.
           05  W-REVIEW-YYYY       PIC 9(04).
           05  W-REVIEW-MM         PIC 9(02).

       01  W-TODAY                 PIC X(08).

       01  W-SAMPLED-TOTAL         PIC 9(07)  COMP VALUE 0.
       01  W-CHECKED-TOTAL         PIC 9(07)  COMP VALUE 0.
       01  W-ERRORS-TOTAL          PIC 9(07)  COMP VALUE 0.

      **** One tally line per operator ('O') and per source system
      **** ('S').

       01  W-TAL-COUNT             PIC 9(04)  COMP VALUE 0.
       01  W-TAL-MAX               PIC 9(04)  COMP VALUE 1000.

       01  W-TAL-TABLE.
           05  W-TAL-ENTRY                         OCCURS 1000
                                                   INDEXED W-TAL-IX.
               10  W-TAL-KIND      PIC X(01).
               10  W-TAL-KEY       PIC X(08).
               10  W-TAL-SAMPLED   PIC 9(07)  COMP.
               10  W-TAL-CHECKED   PIC 9(07)  COMP.
               10  W-TAL-ERRORS    PIC 9(07)  COMP.

       01  W-FIND-KIND             PIC X(01).
           88  W-FIND-OPERATOR                     VALUE 'O'.
           88  W-FIND-SOURCE                       VALUE 'S'.
       01  W-FIND-KEY              PIC X(08).

       01  W-BUMP-SW               PIC X(01).
           88  W-BUMP-SAMPLED                      VALUE 'S'.
           88  W-BUMP-CHECKED                      VALUE 'C'.
           88  W-BUMP-ERROR                        VALUE 'E'.

       01  W-CAT-TABLE-VALUES.
           05  FILLER              PIC X(18)       VALUE
               'NMname'.
           05  FILLER              PIC X(18)       VALUE
               'ADaddress'.
           05  FILLER              PIC X(18)       VALUE
               'MLmailing address'.
           05  FILLER              PIC X(18)       VALUE
               'CTcontact'.
           05  FILLER              PIC X(18)       VALUE
               'STstatus'.
           05  FILLER              PIC X(18)       VALUE
               'OTother'.

       01  W-CAT-TABLE REDEFINES W-CAT-TABLE-VALUES.
           05  W-CAT-ENTRY                         OCCURS 6
                                                   INDEXED W-CAT-IX.
               10  W-CAT-CODE      PIC X(02).
               10  W-CAT-TEXT      PIC X(16).

       01  W-CAT-COUNTS.
           05  W-CAT-ERRORS        PIC 9(07)  COMP OCCURS 6
                                                   VALUE 0.

       01  W-CAT-OTHER-CODES       PIC 9(07)  COMP VALUE 0.

       01  W-LINE-SAMPLED          PIC 9(07)  COMP.
       01  W-LINE-CHECKED          PIC 9(07)  COMP.
       01  W-LINE-ERRORS           PIC 9(07)  COMP.
       01  W-PENDING               PIC 9(07)  COMP.
       01  W-RATE                  PIC 9(03)V9(01).

       01  W-DETAIL-LINE.
           05  FILLER              PIC X(02).
           05  DL-KEY              PIC X(08).
           05  FILLER              PIC X(03).
           05  DL-SAMPLED          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(03).
           05  DL-CHECKED          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(03).
           05  DL-ERRORS           PIC ZZZ,ZZ9.
           05  FILLER              PIC X(03).
           05  DL-RATE             PIC ZZ9.9.
           05  DL-RATE-X REDEFINES DL-RATE
                                   PIC X(05).
           05  FILLER              PIC X(03).
           05  DL-PENDING          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(74).

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-QS-EOF                            VALUE 'Y'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-QV-EOF                            VALUE 'Y'.

       01  W-QS-FILE-STATUS        PIC X(02).
           88  W-QS-FILE-STATUS-GOOD               VALUE '00'.

       01  W-QV-FILE-STATUS        PIC X(02).
           88  W-QV-FILE-STATUS-GOOD               VALUE '00'.

       01  W-RP-FILE-STATUS        PIC X(02).
           88  W-RP-FILE-STATUS-GOOD               VALUE '00'.

       01  W-ERROR-MSG             PIC X(22)       VALUE
           '**** NAMADDQAM error: '.

       01  W-FS-CONTROL.
           COPY FILESTATL.

       01  W-RPT-LINE              PIC X(132).

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

           PERFORM SUB-2000-TALLY-SAMPLES THRU SUB-2000-EXIT

           PERFORM SUB-2500-TALLY-VERDICTS THRU SUB-2500-EXIT

           PERFORM SUB-4000-WRITE-REPORT THRU SUB-4000-EXIT

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

           DISPLAY 'NAMADDQAM compiled on '
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

      **** The default is last month - the report is run once the
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

           DISPLAY 'Report month: '
                   W-REVIEW-MONTH

           OPEN OUTPUT QAMRPT

           IF      NOT W-RP-FILE-STATUS-GOOD
               MOVE W-RP-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-RP-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening QAMRPT'
               MOVE 10             TO W-RETURN-CODE
           END-IF
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-2000-TALLY-SAMPLES.
      *-----------------------

      **** No sample file on disk means nothing was ever sampled.

           OPEN INPUT NAMADDQS

           IF      NOT W-QS-FILE-STATUS-GOOD
               DISPLAY 'No quality sample on disk'
               GO TO SUB-2000-EXIT
           END-IF

           SET  W-BUMP-SAMPLED     TO TRUE

           PERFORM UNTIL W-QS-EOF
               READ NAMADDQS
                   AT END
                       SET  W-QS-EOF
                                   TO TRUE
                   NOT AT END
                       IF      QS-SAMPLE-DATE(1 : 6) = W-REVIEW-MONTH
                           ADD  1  TO W-SAMPLED-TOTAL
                           SET  W-FIND-OPERATOR
                                   TO TRUE
                           MOVE QS-OPERATOR-ID
                                   TO W-FIND-KEY
                           PERFORM SUB-2900-BUMP-TALLY THRU
                                   SUB-2900-EXIT
                           SET  W-FIND-SOURCE
                                   TO TRUE
                           MOVE QS-SOURCE-SYSTEM
                                   TO W-FIND-KEY
                           PERFORM SUB-2900-BUMP-TALLY THRU
                                   SUB-2900-EXIT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE NAMADDQS
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2500-TALLY-VERDICTS.
      *------------------------

      **** A verdict counts to the month its item was sampled in,
      **** however late the check was made.

           OPEN INPUT NAMADDQV

           IF      NOT W-QV-FILE-STATUS-GOOD
               DISPLAY 'No quality verdicts on disk'
               GO TO SUB-2500-EXIT
           END-IF

           PERFORM SUB-2510-TALLY-ONE-VERDICT THRU SUB-2510-EXIT
               UNTIL W-QV-EOF

           CLOSE NAMADDQV
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2510-TALLY-ONE-VERDICT.
      *---------------------------

           READ NAMADDQV
               AT END
                   SET  W-QV-EOF   TO TRUE
                   GO TO SUB-2510-EXIT
           END-READ

           IF      QV-SAMPLE-DATE(1 : 6) NOT = W-REVIEW-MONTH
               GO TO SUB-2510-EXIT
           END-IF

           ADD  1                  TO W-CHECKED-TOTAL

           IF      QV-VERDICT-ERROR
               ADD  1              TO W-ERRORS-TOTAL
               SET  W-BUMP-ERROR   TO TRUE
               SET  W-CAT-IX       TO 1
               SEARCH W-CAT-ENTRY
                   AT END
                       ADD  1      TO W-CAT-OTHER-CODES
                   WHEN W-CAT-CODE(W-CAT-IX) = QV-ERROR-CATEGORY
                       ADD  1      TO W-CAT-ERRORS(W-CAT-IX)
               END-SEARCH
           ELSE
               SET  W-BUMP-CHECKED TO TRUE
           END-IF

           SET  W-FIND-OPERATOR    TO TRUE
           MOVE QV-OPERATOR-ID     TO W-FIND-KEY
           PERFORM SUB-2900-BUMP-TALLY THRU SUB-2900-EXIT

           SET  W-FIND-SOURCE      TO TRUE
           MOVE QV-SOURCE-SYSTEM   TO W-FIND-KEY
           PERFORM SUB-2900-BUMP-TALLY THRU SUB-2900-EXIT
           .
       SUB-2510-EXIT.
           EXIT.
      /
       SUB-2900-BUMP-TALLY.
      *--------------------

           SET  W-TAL-IX           TO 1

           SEARCH W-TAL-ENTRY
               AT END
                   CONTINUE
               WHEN W-TAL-IX > W-TAL-COUNT
                   CONTINUE
               WHEN W-TAL-KIND(W-TAL-IX) = W-FIND-KIND
                AND W-TAL-KEY(W-TAL-IX) = W-FIND-KEY
                   GO TO SUB-2900-BUMP
           END-SEARCH

           IF      W-TAL-COUNT >= W-TAL-MAX
               DISPLAY W-ERROR-MSG
                       'Tally table full - '
                       W-FIND-KEY
                       ' not reported'
               GO TO SUB-2900-EXIT
           END-IF

           ADD  1                  TO W-TAL-COUNT
           SET  W-TAL-IX           TO W-TAL-COUNT
           MOVE W-FIND-KIND        TO W-TAL-KIND(W-TAL-IX)
           MOVE W-FIND-KEY         TO W-TAL-KEY(W-TAL-IX)
           MOVE 0                  TO W-TAL-SAMPLED(W-TAL-IX)
                                      W-TAL-CHECKED(W-TAL-IX)
                                      W-TAL-ERRORS(W-TAL-IX)
           .
       SUB-2900-BUMP.

           EVALUATE TRUE
               WHEN W-BUMP-SAMPLED
                   ADD  1          TO W-TAL-SAMPLED(W-TAL-IX)
               WHEN W-BUMP-CHECKED
                   ADD  1          TO W-TAL-CHECKED(W-TAL-IX)
               WHEN W-BUMP-ERROR
                   ADD  1          TO W-TAL-CHECKED(W-TAL-IX)
                   ADD  1          TO W-TAL-ERRORS(W-TAL-IX)
           END-EVALUATE
           .
       SUB-2900-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           CLOSE QAMRPT

           MOVE W-SAMPLED-TOTAL    TO W-DISP-NUM
           DISPLAY 'Items sampled in month:'
                   W-DISP-NUM

           MOVE W-CHECKED-TOTAL    TO W-DISP-NUM
           DISPLAY 'Items checked:         '
                   W-DISP-NUM

           MOVE W-ERRORS-TOTAL     TO W-DISP-NUM
           DISPLAY 'Items in error:        '
                   W-DISP-NUM

           IF      W-SAMPLED-TOTAL = 0
               AND W-RETURN-CODE = 0
               MOVE 4              TO W-RETURN-CODE
           END-IF

           DISPLAY 'NAMADDQAM completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-4000-WRITE-REPORT.
      *----------------------

           MOVE SPACES             TO W-RPT-LINE
           STRING ' POST-APPLY QUALITY REVIEW FOR '
                                   DELIMITED BY SIZE
                  W-REVIEW-MONTH(1 : 4)
                                   DELIMITED BY SIZE
                  '-'              DELIMITED BY SIZE
                  W-REVIEW-MONTH(5 : 2)
                                   DELIMITED BY SIZE
             INTO W-RPT-LINE
           END-STRING
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           IF      W-SAMPLED-TOTAL = 0
               MOVE ' (no transactions sampled in the month)'
                                   TO W-RPT-LINE
               PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT
               GO TO SUB-4000-EXIT
           END-IF

           MOVE SPACES             TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE ' BY OPERATOR'     TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT
           PERFORM SUB-4050-COLUMN-HEADINGS THRU SUB-4050-EXIT

           SET  W-FIND-OPERATOR    TO TRUE

           PERFORM SUB-4100-WRITE-TALLY THRU SUB-4100-EXIT
               VARYING W-TAL-IX FROM 1 BY 1
               UNTIL W-TAL-IX > W-TAL-COUNT

           MOVE SPACES             TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE ' BY SOURCE SYSTEM' TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT
           PERFORM SUB-4050-COLUMN-HEADINGS THRU SUB-4050-EXIT

           SET  W-FIND-SOURCE      TO TRUE

           PERFORM SUB-4100-WRITE-TALLY THRU SUB-4100-EXIT
               VARYING W-TAL-IX FROM 1 BY 1
               UNTIL W-TAL-IX > W-TAL-COUNT

      **** The month's totals, written as one more tally line.

           MOVE SPACES             TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE 'TOTAL'            TO W-FIND-KEY
           MOVE W-SAMPLED-TOTAL    TO W-LINE-SAMPLED
           MOVE W-CHECKED-TOTAL    TO W-LINE-CHECKED
           MOVE W-ERRORS-TOTAL     TO W-LINE-ERRORS
           PERFORM SUB-4150-FORMAT-LINE THRU SUB-4150-EXIT

           MOVE SPACES             TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           MOVE ' ERRORS BY CATEGORY'
                                   TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT

           PERFORM VARYING W-CAT-IX FROM 1 BY 1
                   UNTIL W-CAT-IX > 6
               MOVE W-CAT-ERRORS(W-CAT-IX)
                                   TO W-DISP-NUM
               MOVE SPACES         TO W-RPT-LINE
               STRING '   '        DELIMITED BY SIZE
                      W-CAT-CODE(W-CAT-IX)
                                   DELIMITED BY SIZE
                      ' '          DELIMITED BY SIZE
                      W-CAT-TEXT(W-CAT-IX)
                                   DELIMITED BY SIZE
                      W-DISP-NUM   DELIMITED BY SIZE
                 INTO W-RPT-LINE
               END-STRING
               PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT
           END-PERFORM

           IF      W-CAT-OTHER-CODES > 0
               MOVE W-CAT-OTHER-CODES
                                   TO W-DISP-NUM
               MOVE SPACES         TO W-RPT-LINE
               STRING '   ?? unrecognised    '
                                   DELIMITED BY SIZE
                      W-DISP-NUM   DELIMITED BY SIZE
                 INTO W-RPT-LINE
               END-STRING
               PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT
           END-IF
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-4050-COLUMN-HEADINGS.
      *-------------------------

           MOVE '  KEY        SAMPLED   CHECKED    ERRORS   RATE%   PEND
      -         'ING'
                                   TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT
           .
       SUB-4050-EXIT.
           EXIT.
      /
       SUB-4100-WRITE-TALLY.
      *---------------------

           IF      W-TAL-KIND(W-TAL-IX) NOT = W-FIND-KIND
               GO TO SUB-4100-EXIT
           END-IF

           MOVE W-TAL-KEY(W-TAL-IX)
                                   TO W-FIND-KEY
           MOVE W-TAL-SAMPLED(W-TAL-IX)
                                   TO W-LINE-SAMPLED
           MOVE W-TAL-CHECKED(W-TAL-IX)
                                   TO W-LINE-CHECKED
           MOVE W-TAL-ERRORS(W-TAL-IX)
                                   TO W-LINE-ERRORS

           PERFORM SUB-4150-FORMAT-LINE THRU SUB-4150-EXIT
           .
       SUB-4100-EXIT.
           EXIT.
      /
       SUB-4150-FORMAT-LINE.
      *---------------------

           MOVE SPACES             TO W-DETAIL-LINE
           MOVE W-FIND-KEY         TO DL-KEY
           MOVE W-LINE-SAMPLED     TO DL-SAMPLED
           MOVE W-LINE-CHECKED     TO DL-CHECKED
           MOVE W-LINE-ERRORS      TO DL-ERRORS

           IF      W-LINE-CHECKED > 0
               COMPUTE W-RATE ROUNDED
                                   = W-LINE-ERRORS * 100
                                   / W-LINE-CHECKED
               MOVE W-RATE         TO DL-RATE
           ELSE
               MOVE '  n/a'        TO DL-RATE-X
           END-IF

           IF      W-LINE-SAMPLED > W-LINE-CHECKED
               COMPUTE W-PENDING   = W-LINE-SAMPLED
                                   - W-LINE-CHECKED
           ELSE
               MOVE 0              TO W-PENDING
           END-IF

           MOVE W-PENDING          TO DL-PENDING

           MOVE W-DETAIL-LINE      TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-LINE THRU SUB-9900-EXIT
           .
       SUB-4150-EXIT.
           EXIT.
      /
       SUB-9900-WRITE-LINE.
      *--------------------

           MOVE W-RPT-LINE         TO QAMRPT-REC

           WRITE QAMRPT-REC

           IF      NOT W-RP-FILE-STATUS-GOOD
               MOVE W-RP-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-RP-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' writing QAMRPT'
               MOVE 40             TO W-RETURN-CODE
           END-IF
           .
       SUB-9900-EXIT.
           EXIT.
