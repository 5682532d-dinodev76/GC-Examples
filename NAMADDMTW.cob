      *              missed-match rate (accepted pairs scoring
      *              below it).
      *
      *              A pair with a business, trust or estate on
      *              either side is scored instead by NAMMATCH's
      *              business-name score (0-100, the share of
      *              normalized name words the two have in common)
      *              and reported in its own BUSINESS-NAME PAIRS
      *              section with its own threshold table, the
      *              threshold NAMMATCH is running on marked - set
      *              through the NAMMATCH_BUS_THRESHOLD environment
      *              value once the table says where it belongs.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-02  0.1      First release
      * 2026-09-14  0.2      Business-name pairs are scored on
      *                      NAMMATCH's business-name score over the
      *                      whole NA-BUSINESS-NAME and tuned in a
      *                      separate report section, apart from the
      *                      person composite
      *================================================================*

       IDENTIFICATION DIVISION.
       01  W-PAIRS-UNFETCHED       PIC 9(09)  COMP VALUE 0.
       01  W-ACCEPT-PAIRS          PIC 9(09)  COMP VALUE 0.
       01  W-REJECT-PAIRS          PIC 9(09)  COMP VALUE 0.
       01  W-BUS-ACCEPT-PAIRS      PIC 9(09)  COMP VALUE 0.
       01  W-BUS-REJECT-PAIRS      PIC 9(09)  COMP VALUE 0.
       01  W-RETURN-CODE           PIC S9(04) COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZ9.
       01  W-DISP-PCT              PIC ZZ9.9.
       01  W-THRESHOLD             PIC 9(03)  COMP.

      **** Ten-point score buckets, kept separately for accepted
      **** and rejected pairs (bucket 1 = 0-9 ... bucket 11 = 100),
      **** and again for business-name pairs.

       01  W-HIST-TABLE.
           05  W-HIST-ENTRY                        OCCURS 11.
               10  W-HIST-ACCEPT   PIC 9(09)  COMP.
               10  W-HIST-REJECT   PIC 9(09)  COMP.
               10  W-HIST-BUS-ACCEPT
                                   PIC 9(09)  COMP.
               10  W-HIST-BUS-REJECT
                                   PIC 9(09)  COMP.

       01  W-BUS-PAIR-SW           PIC X(01).
           88  W-BUSINESS-PAIR                     VALUE 'Y'.
           88  W-PERSON-PAIR                       VALUE 'N'.

       01  W-BUS-THRESHOLD-IN-FORCE
                                   PIC 9(03)       VALUE 0.

       01  W-HIST-SUB              PIC 9(02)  COMP.

                   UNTIL W-HIST-SUB > 11
               MOVE 0              TO W-HIST-ACCEPT(W-HIST-SUB)
               MOVE 0              TO W-HIST-REJECT(W-HIST-SUB)
               MOVE 0              TO W-HIST-BUS-ACCEPT(W-HIST-SUB)
               MOVE 0              TO W-HIST-BUS-REJECT(W-HIST-SUB)
           END-PERFORM

           PERFORM SUB-1100-LOAD-DECISIONS THRU SUB-1100-EXIT
               MOVE 11             TO W-BUCKET
           END-IF

           EVALUATE TRUE
               WHEN W-BUSINESS-PAIR AND W-PAIR-ACCEPTED
                   ADD  1          TO W-BUS-ACCEPT-PAIRS
                   ADD  1          TO W-HIST-BUS-ACCEPT(W-BUCKET)
               WHEN W-BUSINESS-PAIR
                   ADD  1          TO W-BUS-REJECT-PAIRS
                   ADD  1          TO W-HIST-BUS-REJECT(W-BUCKET)
               WHEN W-PAIR-ACCEPTED
                   ADD  1          TO W-ACCEPT-PAIRS
                   ADD  1          TO W-HIST-ACCEPT(W-BUCKET)
               WHEN OTHER
                   ADD  1          TO W-REJECT-PAIRS
                   ADD  1          TO W-HIST-REJECT(W-BUCKET)
           END-EVALUATE

           ADD  1                  TO W-PAIRS-SCORED
           .
       SUB-2300-COMPUTE-SCORE.
      *-----------------------

      **** A non-person is judged on its whole NA-BUSINESS-NAME by
      **** NAMMATCH's business-name path, and the pair takes
      **** NAMMATCH's business score rather than the composite.

           SET  NM-FUNC-MATCH      TO TRUE
           SET  W-PERSON-PAIR      TO TRUE
           MOVE SPACES             TO NM-BUSINESS-NAME-1
                                      NM-BUSINESS-NAME-2

           IF      NA-ENTITY-NON-PERSON IN W-REC-1
               SET  W-BUSINESS-PAIR
                                   TO TRUE
               MOVE NA-BUSINESS-NAME IN W-REC-1
                                   TO NM-BUSINESS-NAME-1
               MOVE SPACES         TO NM-LAST-NAME-1
                                      NM-FIRST-NAME-1
           ELSE
               MOVE NA-LAST-NAME IN W-REC-1
                                   TO NM-LAST-NAME-1
           END-IF

           IF      NA-ENTITY-NON-PERSON IN W-REC-2
               SET  W-BUSINESS-PAIR
                                   TO TRUE
               MOVE NA-BUSINESS-NAME IN W-REC-2
                                   TO NM-BUSINESS-NAME-2
               MOVE SPACES         TO NM-LAST-NAME-2
                                      NM-FIRST-NAME-2
           ELSE
               MOVE NA-LAST-NAME IN W-REC-2
                                   TO NM-LAST-NAME-2

           CALL 'NAMMATCH' USING W-NM-CONTROL

           MOVE NM-BUSINESS-THRESHOLD
                                   TO W-BUS-THRESHOLD-IN-FORCE

           IF      W-BUSINESS-PAIR
               MOVE NM-BUSINESS-SCORE
                                   TO W-SCORE
               GO TO SUB-2300-EXIT
           END-IF

           MOVE 0                  TO W-SCORE

           IF      NM-SOUNDEX-KEY-1 = NM-SOUNDEX-KEY-2
               VARYING W-THRESHOLD FROM 10 BY 10
               UNTIL W-THRESHOLD > 90

           PERFORM SUB-2870-WRITE-BUSINESS-SECTION THRU SUB-2870-EXIT

           CLOSE NAMADDMT
           .
       SUB-2800-EXIT.
           .
       SUB-2850-EXIT.
           EXIT.
      /
       SUB-2870-WRITE-BUSINESS-SECTION.
      *--------------------------------

           MOVE SPACES             TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-REPORT THRU SUB-9900-EXIT

           MOVE ' BUSINESS-NAME PAIRS (NAMMATCH BUSINESS SCORE)'
                                   TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-REPORT THRU SUB-9900-EXIT

           IF      W-BUS-ACCEPT-PAIRS + W-BUS-REJECT-PAIRS = 0
               MOVE ' No business, trust or estate pairs scored'
                                   TO W-RPT-LINE
               PERFORM SUB-9900-WRITE-REPORT THRU SUB-9900-EXIT
               GO TO SUB-2870-EXIT
           END-IF

           MOVE SPACES             TO W-RPT-LINE
           MOVE W-BUS-THRESHOLD-IN-FORCE
                                   TO W-THRESH-DISP
           STRING ' THRESHOLD IN FORCE: '
                                   DELIMITED BY SIZE
                  W-THRESH-DISP    DELIMITED BY SIZE
             INTO W-RPT-LINE
           END-STRING
           PERFORM SUB-9900-WRITE-REPORT THRU SUB-9900-EXIT

           MOVE ' SCORE BUCKET   ACCEPTED   REJECTED'
                                   TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-REPORT THRU SUB-9900-EXIT

           PERFORM VARYING W-HIST-SUB FROM 1 BY 1
                   UNTIL W-HIST-SUB > 11
               MOVE SPACES         TO W-RPT-LINE
               COMPUTE W-THRESHOLD = (W-HIST-SUB - 1) * 10
               MOVE W-THRESHOLD    TO W-THRESH-DISP
               MOVE W-THRESH-DISP  TO W-RPT-LINE(2 : 3)
               MOVE W-HIST-BUS-ACCEPT(W-HIST-SUB)
                                   TO W-DISP-NUM
               MOVE W-DISP-NUM     TO W-RPT-LINE(16 : 8)
               MOVE W-HIST-BUS-REJECT(W-HIST-SUB)
                                   TO W-DISP-NUM
               MOVE W-DISP-NUM     TO W-RPT-LINE(27 : 8)
               PERFORM SUB-9900-WRITE-REPORT THRU SUB-9900-EXIT
           END-PERFORM

           MOVE SPACES             TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-REPORT THRU SUB-9900-EXIT

           MOVE ' THRESHOLD  FALSE-MATCH PCT  MISSED-MATCH PCT'
                                   TO W-RPT-LINE
           PERFORM SUB-9900-WRITE-REPORT THRU SUB-9900-EXIT

           PERFORM SUB-2880-JUDGE-BUS-THRESHOLD THRU SUB-2880-EXIT
               VARYING W-THRESHOLD FROM 10 BY 10
               UNTIL W-THRESHOLD > 100
           .
       SUB-2870-EXIT.
           EXIT.
      /
       SUB-2880-JUDGE-BUS-THRESHOLD.
      *-----------------------------

      **** As SUB-2850, over the business-name buckets. A business
      **** score is a match at or above the threshold, so bucket
      **** 100 (identical normalized names) is a threshold of its
      **** own here.

           MOVE 0                  TO W-FALSE-COUNT
           MOVE 0                  TO W-MISSED-COUNT

           PERFORM VARYING W-HIST-SUB FROM 1 BY 1
                   UNTIL W-HIST-SUB > 11
               COMPUTE W-BUCKET = (W-HIST-SUB - 1) * 10

               IF      W-BUCKET >= W-THRESHOLD
                   ADD  W-HIST-BUS-REJECT(W-HIST-SUB)
                                   TO W-FALSE-COUNT
               ELSE
                   ADD  W-HIST-BUS-ACCEPT(W-HIST-SUB)
                                   TO W-MISSED-COUNT
               END-IF
           END-PERFORM

           MOVE SPACES             TO W-RPT-LINE
           MOVE W-THRESHOLD        TO W-THRESH-DISP
           MOVE W-THRESH-DISP      TO W-RPT-LINE(2 : 3)

           IF      W-BUS-REJECT-PAIRS > 0
               COMPUTE W-RATE ROUNDED
                   = W-FALSE-COUNT * 100.0 / W-BUS-REJECT-PAIRS
           ELSE
               MOVE 0              TO W-RATE
           END-IF

           MOVE W-RATE             TO W-DISP-PCT
           MOVE W-DISP-PCT         TO W-RPT-LINE(13 : 5)

           IF      W-BUS-ACCEPT-PAIRS > 0
               COMPUTE W-RATE ROUNDED
                   = W-MISSED-COUNT * 100.0 / W-BUS-ACCEPT-PAIRS
           ELSE
               MOVE 0              TO W-RATE
           END-IF

           MOVE W-RATE             TO W-DISP-PCT
           MOVE W-DISP-PCT         TO W-RPT-LINE(30 : 5)

      **** The in-force threshold falls in the ten-point step that
      **** reaches it.

           IF      W-BUS-THRESHOLD-IN-FORCE <= W-THRESHOLD
               AND W-BUS-THRESHOLD-IN-FORCE > W-THRESHOLD - 10
               MOVE '<- IN FORCE'  TO W-RPT-LINE(40 : 11)
           END-IF

           PERFORM SUB-9900-WRITE-REPORT THRU SUB-9900-EXIT
           .
       SUB-2880-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------
           DISPLAY 'Labelled rejected:      '
                   W-DISP-NUM

           MOVE W-BUS-ACCEPT-PAIRS TO W-DISP-NUM
           DISPLAY 'Business accepted:      '
                   W-DISP-NUM

           MOVE W-BUS-REJECT-PAIRS TO W-DISP-NUM
           DISPLAY 'Business rejected:      '
                   W-DISP-NUM

           MOVE W-PAIRS-UNFETCHED  TO W-DISP-NUM
           DISPLAY 'Pairs no longer on file: '
                   W-DISP-NUM
