      *              while there is still time to shed the optional
      *              steps.
      *
      *              When the chain runs in parallel (a =LIMIT line
      *              in the job definition with a limit above 1) the
      *              remaining time is no longer the sum of the
      *              remaining steps: the projection lays the
      *              remaining steps out as NAMADDSCH will run them -
      *              each starting once its predecessor finishes, on
      *              the first of the limit's slots to come free -
      *              and takes the time the last of them ends.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-02  0.1      First release
      * 2026-09-14  0.2      Parallel chains: with a =LIMIT line above
      *                      1 the remaining steps are laid out on
      *                      the limit's slots behind their
      *                      predecessors instead of summed
      *================================================================*

       IDENTIFICATION DIVISION.
           05  JD-STEP-NAME        PIC X(08).
           05  FILLER              PIC X(01).
           05  JD-COMMAND          PIC X(80).
           05  JD-LIMIT-LINE       REDEFINES JD-COMMAND.
               10  JD-CONCURRENCY  PIC X(04).
               10  FILLER          PIC X(76).
           05  FILLER              PIC X(01).
           05  JD-PREDECESSOR      PIC X(08).
           05  FILLER              PIC X(01).
           05  W-STP-ENTRY                         OCCURS 50
                                                   INDEXED W-STP-IX.
               10  W-STP-NAME      PIC X(08).
               10  W-STP-PRED      PIC X(08).
               10  W-STP-HIST-SECS PIC 9(09)  COMP.
               10  W-STP-HIST-RUNS PIC 9(04)  COMP.
               10  W-STP-HIST-SEEN PIC 9(06)  COMP.
               10  W-STP-TONIGHT   PIC 9(09)  COMP.
               10  W-STP-DONE-SW   PIC X(01).
                   88  W-STP-DONE-TONIGHT          VALUE 'Y'.
               10  W-STP-PROJ-SECS PIC 9(09)  COMP.
               10  W-STP-FINISH    PIC 9(09)  COMP.
               10  W-STP-PLACED-SW PIC X(01).
                   88  W-STP-PLACED                VALUE 'Y'.
                   88  W-STP-NOT-PLACED            VALUE 'N'.

      **** Parallel projection: the =LIMIT concurrency and, per slot,
      **** the projected second that slot next comes free.

       01  W-CONCURRENCY           PIC 9(02)  COMP VALUE 1.
       01  W-SLOT-COUNT            PIC 9(02)  COMP VALUE 1.
       01  W-SLOT-MAX              PIC 9(02)  COMP VALUE 20.
       01  W-SLOT-TABLE.
           05  W-SLOT-FREE         PIC 9(09)  COMP
                                                   OCCURS 20
                                                   INDEXED W-SLOT-IX.
       01  W-BEST-SLOT             PIC 9(02)  COMP VALUE 0.
       01  W-READY-SECS            PIC 9(09)  COMP VALUE 0.
       01  W-START-SECS            PIC 9(09)  COMP VALUE 0.
       01  W-PLACED-THIS-PASS      PIC 9(03)  COMP VALUE 0.
       01  W-PRED-IX               PIC 9(03)  COMP VALUE 0.

       01  W-TONIGHT-RUN-ID        PIC 9(08)       VALUE 0.
       01  W-RING-SLOT             PIC 9(04)  COMP VALUE 0.
               GO TO SUB-1150-EXIT
           END-IF

      **** The =LIMIT control line is NAMADDSCH's concurrency, not
      **** a step.

           IF      FUNCTION UPPER-CASE(JD-STEP-NAME) = '=LIMIT'
               IF      JD-CONCURRENCY NUMERIC
                   AND JD-CONCURRENCY > '0000'
                   MOVE JD-CONCURRENCY
                                   TO W-CONCURRENCY
               END-IF
               GO TO SUB-1150-EXIT
           END-IF

           IF      W-STEP-COUNT >= W-STEP-MAX
               GO TO SUB-1150-EXIT
           END-IF
           SET  W-STP-IX           TO W-STEP-COUNT
           MOVE FUNCTION UPPER-CASE(JD-STEP-NAME)
                                   TO W-STP-NAME(W-STP-IX)
           MOVE FUNCTION UPPER-CASE(JD-PREDECESSOR)
                                   TO W-STP-PRED(W-STP-IX)
           MOVE 0                  TO W-STP-HIST-SECS(W-STP-IX)
                                      W-STP-HIST-RUNS(W-STP-IX)
                                      W-STP-HIST-SEEN(W-STP-IX)
                                      W-STP-AVG-SECS(W-STP-IX)
                                      W-STP-TONIGHT(W-STP-IX)
                                      W-STP-PROJ-SECS(W-STP-IX)
                                      W-STP-FINISH(W-STP-IX)
           MOVE 'N'                TO W-STP-DONE-SW(W-STP-IX)
                                      W-STP-PLACED-SW(W-STP-IX)

           PERFORM VARYING W-RING-SLOT FROM 1 BY 1
                   UNTIL W-RING-SLOT > 10
               VARYING W-STP-IX FROM 1 BY 1
               UNTIL W-STP-IX > W-STEP-COUNT

           IF      W-CONCURRENCY > 1
               PERFORM SUB-3300-PROJECT-PARALLEL THRU SUB-3300-EXIT
           END-IF

           COMPUTE W-PROJ-SECS     = W-NOW-SECS + W-REMAIN-SECS
           COMPUTE W-PROJ-WORK     = FUNCTION MOD(W-PROJ-SECS, 86400)

           END-IF

           ADD  W-SCALED-SECS      TO W-REMAIN-SECS
           MOVE W-SCALED-SECS      TO W-STP-PROJ-SECS(W-STP-IX)
           .
       SUB-3200-EXIT.
           EXIT.
      /
       SUB-3300-PROJECT-PARALLEL.
      *--------------------------

      **** Lay the remaining steps out as the parallel chain runs
      **** them, in seconds from now: a step is ready when its
      **** predecessor finishes (at once for a step done tonight or
      **** with no predecessor on the chain) and takes the first
      **** slot to come free. The remaining time is when the last
      **** one ends.

           IF      W-CONCURRENCY > W-SLOT-MAX
               MOVE W-SLOT-MAX     TO W-SLOT-COUNT
           ELSE
               MOVE W-CONCURRENCY  TO W-SLOT-COUNT
           END-IF

           PERFORM VARYING W-SLOT-IX FROM 1 BY 1
                   UNTIL W-SLOT-IX > W-SLOT-COUNT
               MOVE 0              TO W-SLOT-FREE(W-SLOT-IX)
           END-PERFORM

           PERFORM VARYING W-STP-IX FROM 1 BY 1
                   UNTIL W-STP-IX > W-STEP-COUNT
               MOVE 0              TO W-STP-FINISH(W-STP-IX)
               IF      W-STP-DONE-TONIGHT(W-STP-IX)
                   SET  W-STP-PLACED(W-STP-IX)
                                   TO TRUE
               ELSE
                   SET  W-STP-NOT-PLACED(W-STP-IX)
                                   TO TRUE
               END-IF
           END-PERFORM

           MOVE 1                  TO W-PLACED-THIS-PASS

           PERFORM SUB-3310-PLACE-ONE-PASS THRU SUB-3310-EXIT
               UNTIL W-PLACED-THIS-PASS = 0

           MOVE 0                  TO W-REMAIN-SECS

           PERFORM VARYING W-STP-IX FROM 1 BY 1
                   UNTIL W-STP-IX > W-STEP-COUNT
               IF      W-STP-FINISH(W-STP-IX) > W-REMAIN-SECS
                   MOVE W-STP-FINISH(W-STP-IX)
                                   TO W-REMAIN-SECS
               END-IF
           END-PERFORM

      **** Steps whose predecessors loop can never be laid out;
      **** count them end to end so they still weigh on the
      **** projection.

           PERFORM VARYING W-STP-IX FROM 1 BY 1
                   UNTIL W-STP-IX > W-STEP-COUNT
               IF      W-STP-NOT-PLACED(W-STP-IX)
                   ADD  W-STP-PROJ-SECS(W-STP-IX)
                                   TO W-REMAIN-SECS
               END-IF
           END-PERFORM
           .
       SUB-3300-EXIT.
           EXIT.
      /
       SUB-3310-PLACE-ONE-PASS.
      *------------------------

           MOVE 0                  TO W-PLACED-THIS-PASS

           PERFORM SUB-3320-PLACE-ONE-STEP THRU SUB-3320-EXIT
               VARYING W-STP-IX FROM 1 BY 1
               UNTIL W-STP-IX > W-STEP-COUNT
           .
       SUB-3310-EXIT.
           EXIT.
      /
       SUB-3320-PLACE-ONE-STEP.
      *------------------------

           IF      W-STP-PLACED(W-STP-IX)
               GO TO SUB-3320-EXIT
           END-IF

           MOVE 0                  TO W-READY-SECS

           IF      W-STP-PRED(W-STP-IX) NOT = SPACES
               PERFORM VARYING W-PRED-IX FROM 1 BY 1
                       UNTIL W-PRED-IX > W-STEP-COUNT
                          OR W-STP-NAME(W-PRED-IX)
                           = W-STP-PRED(W-STP-IX)
                   CONTINUE
               END-PERFORM

               IF      W-PRED-IX <= W-STEP-COUNT
                   IF      W-STP-NOT-PLACED(W-PRED-IX)
                       GO TO SUB-3320-EXIT
                   END-IF
                   MOVE W-STP-FINISH(W-PRED-IX)
                                   TO W-READY-SECS
               END-IF
           END-IF

           MOVE 1                  TO W-BEST-SLOT

           PERFORM VARYING W-SLOT-IX FROM 2 BY 1
                   UNTIL W-SLOT-IX > W-SLOT-COUNT
               IF      W-SLOT-FREE(W-SLOT-IX)
                     < W-SLOT-FREE(W-BEST-SLOT)
                   SET  W-BEST-SLOT
                                   TO W-SLOT-IX
               END-IF
           END-PERFORM

           IF      W-SLOT-FREE(W-BEST-SLOT) > W-READY-SECS
               MOVE W-SLOT-FREE(W-BEST-SLOT)
                                   TO W-START-SECS
           ELSE
               MOVE W-READY-SECS   TO W-START-SECS
           END-IF

           COMPUTE W-STP-FINISH(W-STP-IX)
                                   = W-START-SECS
                                   + W-STP-PROJ-SECS(W-STP-IX)
           MOVE W-STP-FINISH(W-STP-IX)
                                   TO W-SLOT-FREE(W-BEST-SLOT)
           SET  W-STP-PLACED(W-STP-IX)
                                   TO TRUE
           ADD  1                  TO W-PLACED-THIS-PASS
           .
       SUB-3320-EXIT.
           EXIT.
      /
       SUB-4000-WRITE-FORECAST.
      *------------------------
           END-STRING
           WRITE NAMADDFO-REC      FROM W-REPORT-LINE

           IF      W-CONCURRENCY > 1
               MOVE SPACES         TO W-REPORT-LINE
               MOVE W-CONCURRENCY  TO W-DISP-NUM
               STRING 'Parallel slots '
                                   DELIMITED BY SIZE
                      W-DISP-NUM   DELIMITED BY SIZE
                 INTO W-REPORT-LINE
               END-STRING
               WRITE NAMADDFO-REC  FROM W-REPORT-LINE
           END-IF

           MOVE SPACES             TO W-REPORT-LINE
           MOVE W-SCALE-FACTOR     TO W-DISP-SCALE
           STRING 'Pace vs history '
