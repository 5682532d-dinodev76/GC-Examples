      *              with return code zero, matching NAMADDJOB's
      *              restart-from-failed-step behaviour.
      *
      *              Parallel steps: a control line with step name
      *              =LIMIT carries the concurrency limit in cols
      *              10-13 and, in cols 15-89, the command that
      *              starts a process in the background, '@'
      *              marking where the step goes (default
      *              start "" /b @). With a limit above 1 file order
      *              no longer sequences the chain - only the
      *              predecessors do: every step whose predecessor
      *              has finished (or which has none) is started at
      *              once, up to the limit, and a step waits while
      *              its predecessor is still pending or running.
      *              The return-code conditions, calendars and
      *              restart-from-step apply exactly as before. Each
      *              step runs under its own NAMADDSCH =RUN <step>,
      *              which times the command and leaves its start,
      *              end and return code in
      *              Data\NAMEADDR.StepRun.<step>.dat for the chain
      *              to collect, so the step history keeps each
      *              step's own times however many overlap. Without
      *              the control line (or with a limit of 1) the
      *              chain runs in file order as it always has.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-08-23  0.1      First release
      *                      forecaster can project tonight's
      *                      completion from prior nights while the
      *                      chain is still running
      * 2026-09-14  0.6      Parallel steps: the =LIMIT control line
      *                      sets a concurrency limit and every step
      *                      whose predecessor is satisfied is
      *                      started in the background through
      *                      NAMADDSCH =RUN, its own times collected
      *                      from the step-run file into the step
      *                      history
      *================================================================*

       IDENTIFICATION DIVISION.
                                   "Data\NAMEADDR.StepHistory.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-SH-FILE-STATUS.

           SELECT STEPRUN          ASSIGN TO W-STEPRUN-PATH
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-SR-FILE-STATUS.
      /
       DATA DIVISION.
      *==============
           05  JD-STEP-NAME        PIC X(08).
           05  FILLER              PIC X(01).
           05  JD-COMMAND          PIC X(80).
           05  JD-LIMIT-LINE       REDEFINES JD-COMMAND.
               10  JD-CONCURRENCY  PIC X(04).
               10  FILLER          PIC X(01).
               10  JD-LAUNCH       PIC X(75).
           05  FILLER              PIC X(01).
           05  JD-PREDECESSOR      PIC X(08).
           05  FILLER              PIC X(01).
           05  SH-STATUS           PIC X(01).
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  SH-RC               PIC 9(04).

       FD  STEPRUN.

       01  STEPRUN-REC.
           05  SR-STEP-NAME        PIC X(08).
           05  FILLER              PIC X(01).
           05  SR-START-TIME       PIC X(06).
           05  FILLER              PIC X(01).
           05  SR-END-TIME         PIC X(06).
           05  FILLER              PIC X(01).
           05  SR-ELAPSED-SECS     PIC 9(06).
           05  FILLER              PIC X(01).
           05  SR-RC-SIGN          PIC X(01).
           05  SR-RC               PIC 9(04).
      /
       WORKING-STORAGE SECTION.
      *------------------------
                   88  W-STP-DONE                  VALUE 'D'.
                   88  W-STP-FAILED                VALUE 'F'.
                   88  W-STP-SKIPPED               VALUE 'S'.
                   88  W-STP-RUNNING               VALUE 'R'.
               10  W-STP-RC        PIC S9(04) COMP.

      **** Parallel running: the =LIMIT control line, the steps in
      **** flight, and the =RUN child's own step.

       01  W-CONCURRENCY           PIC 9(02)  COMP VALUE 1.
       01  W-LAUNCH-TEMPLATE       PIC X(75)       VALUE
           'start "" /b @'.
       01  W-LAUNCH-AT             PIC 9(03)  COMP.
       01  W-RUNNING-COUNT         PIC 9(03)  COMP VALUE 0.
       01  W-PENDING-COUNT         PIC 9(03)  COMP VALUE 0.
       01  W-STARTED-THIS-ROUND    PIC 9(03)  COMP VALUE 0.
       01  W-ENDED-THIS-ROUND      PIC 9(03)  COMP VALUE 0.
       01  W-POLL-SECONDS          PIC 9(04)  COMP VALUE 5.

       01  W-CHAIN-SW              PIC X(01)       VALUE 'N'.
           88  W-CHAIN-FINISHED                    VALUE 'Y'.
           88  W-CHAIN-NOT-FINISHED                VALUE 'N'.

       01  W-PRED-WAIT-SW          PIC X(01)       VALUE 'N'.
           88  W-PRED-WAITING                      VALUE 'Y'.
           88  W-PRED-NOT-WAITING                  VALUE 'N'.

       01  W-CHILD-STEP            PIC X(08)       VALUE SPACES.
       01  W-MODE-ARG              PIC X(08)       VALUE SPACES.

       01  W-STEPRUN-PATH          PIC X(60).
       01  W-STEPRUN-FINAL         PIC X(60).
       01  W-STEPRUN-TEMP          PIC X(60).

       01  W-SR-FILE-STATUS        PIC X(02).
           88  W-SR-FILE-STATUS-GOOD               VALUE '00'.

       01  W-PRED-STATUS           PIC X(01).
       01  W-PRED-RC               PIC S9(04) COMP.
       01  W-PRED-FOUND-SW         PIC X(01).
               GO TO MAIN-EXIT
           END-IF

           IF      W-CHILD-STEP NOT = SPACES
               PERFORM SUB-5000-RUN-CHILD-STEP THRU SUB-5000-EXIT
               GO TO MAIN-EXIT
           END-IF

           IF      W-CONCURRENCY > 1
               PERFORM SUB-4000-DISPATCH-ROUND THRU SUB-4000-EXIT
                   UNTIL W-CHAIN-FINISHED
           ELSE
               PERFORM SUB-2000-RUN-ONE-STEP THRU SUB-2000-EXIT
                   VARYING W-STP-IX FROM 1 BY 1
                   UNTIL W-STP-IX > W-STEP-COUNT
           END-IF

           PERFORM SUB-3000-SHUT-DOWN THRU SUB-3000-EXIT
           .
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

      **** NAMADDSCH =RUN <step> is one step of a parallel chain,
      **** started in the background by the chain itself: it needs
      **** the step's command and nothing of the chain's own set-up.

           DISPLAY 1               UPON ARGUMENT-NUMBER

           ACCEPT W-MODE-ARG       FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES     TO W-MODE-ARG
           END-ACCEPT

           IF      FUNCTION UPPER-CASE(W-MODE-ARG) = '=RUN'
               DISPLAY 2           UPON ARGUMENT-NUMBER

               ACCEPT W-CHILD-STEP FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO W-CHILD-STEP
               END-ACCEPT

               IF      W-CHILD-STEP = SPACES
                   DISPLAY W-ERROR-MSG
                           '=RUN needs a step name'
                   MOVE 9          TO W-RETURN-CODE
                   GO TO SUB-1000-EXIT
               END-IF

               MOVE FUNCTION UPPER-CASE(W-CHILD-STEP)
                                   TO W-CHILD-STEP
               PERFORM SUB-1200-LOAD-JOB-DEF THRU SUB-1200-EXIT
               GO TO SUB-1000-EXIT
           END-IF

           SET  RI-FUNC-NEXT       TO TRUE
           CALL 'RUNID' USING W-RI-CONTROL
           DISPLAY 'Chain run ID: ' RI-RUN-ID

           MOVE W-MODE-ARG         TO W-RESTART-STEP-ARG

           IF      W-RESTART-STEP-ARG NOT = SPACES
               MOVE FUNCTION UPPER-CASE(W-RESTART-STEP-ARG)
                                   TO W-RESTART-STEP-ARG
           DISPLAY 'Steps defined: '
                   W-STEP-COUNT

           IF      W-CONCURRENCY > 1
               AND W-CHILD-STEP = SPACES
               DISPLAY 'Parallel: up to '
                       W-CONCURRENCY
                       ' steps at once, started by '
                       FUNCTION TRIM(W-LAUNCH-TEMPLATE)
           END-IF

           IF      W-STEP-COUNT = 0
               AND W-RETURN-CODE = 0
               DISPLAY W-ERROR-MSG
               GO TO SUB-1250-EXIT
           END-IF

           IF      FUNCTION UPPER-CASE(JD-STEP-NAME) = '=LIMIT'
               PERFORM SUB-1260-LOAD-LIMIT-LINE THRU SUB-1260-EXIT
               GO TO SUB-1250-EXIT
           END-IF

           IF      W-STEP-COUNT >= W-STEP-MAX
               DISPLAY W-ERROR-MSG
                       'Job definition exceeds '
           .
       SUB-1250-EXIT.
           EXIT.
      /
       SUB-1260-LOAD-LIMIT-LINE.
      *-------------------------

           IF      JD-CONCURRENCY NUMERIC
               AND JD-CONCURRENCY > '0000'
               MOVE JD-CONCURRENCY TO W-CONCURRENCY
           ELSE
               DISPLAY W-ERROR-MSG
                       'Concurrency limit '
                       JD-CONCURRENCY
                       ' is not a number - running one step at a '
                       'time'
               MOVE 1              TO W-CONCURRENCY
           END-IF

           IF      JD-LAUNCH NOT = SPACES
               MOVE JD-LAUNCH      TO W-LAUNCH-TEMPLATE
           END-IF
           .
       SUB-1260-EXIT.
           EXIT.
      /
       SUB-1300-MARK-RESTART-POINT.
      *----------------------------
           END-IF

           IF      W-SKIP-REASON NOT = SPACES
               PERFORM SUB-2050-SKIP-STEP THRU SUB-2050-EXIT
               GO TO SUB-2000-EXIT
           END-IF

           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2050-SKIP-STEP.
      *-------------------

           SET  W-STP-SKIPPED(W-STP-IX)
                                   TO TRUE
           ADD  1                  TO W-STEPS-SKIPPED
           DISPLAY 'Step '
                   W-STP-NAME(W-STP-IX)
                   ' SKIPPED - '
                   FUNCTION TRIM(W-SKIP-REASON)
           MOVE 0                  TO W-STEP-RETURN-CODE
           PERFORM SUB-2500-LOG-STEP THRU SUB-2500-EXIT
           PERFORM SUB-2700-GET-CLOCK THRU SUB-2700-EXIT
           MOVE W-CLOCK-TIME       TO W-STEP-START-TIME
                                      W-STEP-END-TIME
           MOVE 0                  TO W-STEP-ELAPSED
           PERFORM SUB-2600-WRITE-STEP-HISTORY THRU SUB-2600-EXIT
           .
       SUB-2050-EXIT.
           EXIT.
      /
       SUB-2100-CHECK-CALENDAR.
      *------------------------
       SUB-2200-CHECK-PREDECESSOR.
      *---------------------------

           SET  W-PRED-NOT-WAITING TO TRUE

           IF      W-STP-PRED(W-STP-IX) = SPACES
               GO TO SUB-2200-EXIT
           END-IF
               END-IF
           END-PERFORM

      **** Run in parallel, a predecessor still to finish - later in
      **** the file or in flight - is waited for, not skipped over.

           IF      W-CONCURRENCY > 1
               AND W-PRED-FOUND
               AND (W-PRED-STATUS = 'P' OR 'R')
               SET  W-PRED-WAITING TO TRUE
               GO TO SUB-2200-EXIT
           END-IF

           EVALUATE TRUE
               WHEN W-PRED-NOT-FOUND
                   MOVE 'predecessor not in the job definition'
           IF      W-STEP-ELAPSED < 0
               ADD  86400          TO W-STEP-ELAPSED
           END-IF

           PERFORM SUB-2350-RECORD-OUTCOME THRU SUB-2350-EXIT
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2350-RECORD-OUTCOME.
      *------------------------

           MOVE W-STEP-RETURN-CODE TO W-STP-RC(W-STP-IX)

           IF      W-STEP-RETURN-CODE = 0
           PERFORM SUB-2500-LOG-STEP THRU SUB-2500-EXIT
           PERFORM SUB-2600-WRITE-STEP-HISTORY THRU SUB-2600-EXIT
           .
       SUB-2350-EXIT.
           EXIT.
      /
       SUB-2500-LOG-STEP.
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-4000-DISPATCH-ROUND.
      *------------------------

      **** One round of the parallel chain: collect what has ended,
      **** start what is now ready, then wait a poll if nothing
      **** moved.

           MOVE 0                  TO W-STARTED-THIS-ROUND
                                      W-ENDED-THIS-ROUND

           PERFORM SUB-4100-COLLECT-ONE-STEP THRU SUB-4100-EXIT
               VARYING W-STP-IX FROM 1 BY 1
               UNTIL W-STP-IX > W-STEP-COUNT

           PERFORM SUB-4200-START-ONE-STEP THRU SUB-4200-EXIT
               VARYING W-STP-IX FROM 1 BY 1
               UNTIL W-STP-IX > W-STEP-COUNT

           MOVE 0                  TO W-PENDING-COUNT

           PERFORM VARYING W-STP-IX FROM 1 BY 1
                   UNTIL W-STP-IX > W-STEP-COUNT
               IF      W-STP-PENDING(W-STP-IX)
                   ADD  1          TO W-PENDING-COUNT
               END-IF
           END-PERFORM

           IF      W-PENDING-COUNT = 0
               AND W-RUNNING-COUNT = 0
               SET  W-CHAIN-FINISHED
                                   TO TRUE
               GO TO SUB-4000-EXIT
           END-IF

      **** Nothing in flight and nothing could start: what is left
      **** waits on a predecessor that can never finish - a loop
      **** in the predecessor names.

           IF      W-RUNNING-COUNT = 0
               AND W-STARTED-THIS-ROUND = 0
               MOVE 'predecessor can never run (loop)'
                                   TO W-SKIP-REASON
               PERFORM VARYING W-STP-IX FROM 1 BY 1
                       UNTIL W-STP-IX > W-STEP-COUNT
                   IF      W-STP-PENDING(W-STP-IX)
                       PERFORM SUB-2050-SKIP-STEP THRU SUB-2050-EXIT
                   END-IF
               END-PERFORM
               GO TO SUB-4000-EXIT
           END-IF

           IF      W-STARTED-THIS-ROUND = 0
               AND W-ENDED-THIS-ROUND = 0
               CALL 'C$SLEEP' USING W-POLL-SECONDS
           END-IF
           .
       SUB-4000-EXIT.
           EXIT.
      /
       SUB-4100-COLLECT-ONE-STEP.
      *--------------------------

           IF      NOT W-STP-RUNNING(W-STP-IX)
               GO TO SUB-4100-EXIT
           END-IF

           PERFORM SUB-4900-STEPRUN-PATHS THRU SUB-4900-EXIT

           MOVE W-STEPRUN-FINAL    TO W-STEPRUN-PATH

           OPEN INPUT STEPRUN

           IF      NOT W-SR-FILE-STATUS-GOOD
               GO TO SUB-4100-EXIT
           END-IF

           READ STEPRUN
               AT END
                   MOVE SPACES     TO STEPRUN-REC
           END-READ

           CLOSE STEPRUN

           IF      STEPRUN-REC = SPACES
               GO TO SUB-4100-EXIT
           END-IF

           CALL 'CBL_DELETE_FILE' USING W-STEPRUN-FINAL
           MOVE 0                  TO RETURN-CODE

           SUBTRACT 1              FROM W-RUNNING-COUNT
           ADD  1                  TO W-ENDED-THIS-ROUND

      **** The step's own times, taken round its command by the
      **** =RUN child - not when this poll happened to notice.

           MOVE SR-START-TIME      TO W-STEP-START-TIME
           MOVE SR-END-TIME        TO W-STEP-END-TIME

           IF      SR-ELAPSED-SECS NUMERIC
               MOVE SR-ELAPSED-SECS
                                   TO W-STEP-ELAPSED
           ELSE
               MOVE 0              TO W-STEP-ELAPSED
           END-IF

           IF      SR-RC NUMERIC
               MOVE SR-RC          TO W-STEP-RETURN-CODE
           ELSE
               MOVE 9999           TO W-STEP-RETURN-CODE
           END-IF

           IF      SR-RC-SIGN = '-'
               COMPUTE W-STEP-RETURN-CODE
                                   = 0 - W-STEP-RETURN-CODE
           END-IF

           PERFORM SUB-2350-RECORD-OUTCOME THRU SUB-2350-EXIT
           .
       SUB-4100-EXIT.
           EXIT.
      /
       SUB-4200-START-ONE-STEP.
      *------------------------

           IF      NOT W-STP-PENDING(W-STP-IX)
               OR  W-RUNNING-COUNT >= W-CONCURRENCY
               GO TO SUB-4200-EXIT
           END-IF

           MOVE SPACES             TO W-SKIP-REASON

           PERFORM SUB-2100-CHECK-CALENDAR THRU SUB-2100-EXIT

           IF      W-SKIP-REASON = SPACES
               PERFORM SUB-2200-CHECK-PREDECESSOR THRU SUB-2200-EXIT
           END-IF

           IF      W-SKIP-REASON NOT = SPACES
               PERFORM SUB-2050-SKIP-STEP THRU SUB-2050-EXIT
               GO TO SUB-4200-EXIT
           END-IF

           IF      W-PRED-WAITING
               GO TO SUB-4200-EXIT
           END-IF

           PERFORM SUB-4300-LAUNCH-STEP THRU SUB-4300-EXIT
           .
       SUB-4200-EXIT.
           EXIT.
      /
       SUB-4300-LAUNCH-STEP.
      *---------------------

           PERFORM SUB-4900-STEPRUN-PATHS THRU SUB-4900-EXIT

           CALL 'CBL_DELETE_FILE' USING W-STEPRUN-FINAL
           MOVE 0                  TO RETURN-CODE

      **** The launch command with '@' replaced by the =RUN child;
      **** a template with no '@' has the child appended.

           MOVE 0                  TO W-LAUNCH-AT
           INSPECT W-LAUNCH-TEMPLATE
               TALLYING W-LAUNCH-AT FOR CHARACTERS
                   BEFORE INITIAL '@'

           MOVE SPACES             TO W-COMMAND-LINE

           IF      W-LAUNCH-AT < LENGTH OF W-LAUNCH-TEMPLATE
               STRING W-LAUNCH-TEMPLATE(1 : W-LAUNCH-AT)
                                   DELIMITED BY SIZE
                      'NAMADDSCH =RUN '
                                   DELIMITED BY SIZE
                      W-STP-NAME(W-STP-IX)
                                   DELIMITED BY SPACE
                      W-LAUNCH-TEMPLATE(W-LAUNCH-AT + 2 : )
                                   DELIMITED BY SIZE
                 INTO W-COMMAND-LINE
               END-STRING
           ELSE
               STRING W-LAUNCH-TEMPLATE
                                   DELIMITED BY '  '
                      ' NAMADDSCH =RUN '
                                   DELIMITED BY SIZE
                      W-STP-NAME(W-STP-IX)
                                   DELIMITED BY SPACE
                 INTO W-COMMAND-LINE
               END-STRING
           END-IF

           DISPLAY 'Step '
                   W-STP-NAME(W-STP-IX)
                   ' starting: '
                   FUNCTION TRIM(W-STP-COMMAND(W-STP-IX))

           CALL 'SYSTEM' USING W-COMMAND-LINE

      **** The launcher returns at once; a non-zero answer means the
      **** step never started and counts as its failure.

           IF      RETURN-CODE NOT = 0
               MOVE RETURN-CODE    TO W-STEP-RETURN-CODE
               MOVE 0              TO RETURN-CODE
               DISPLAY W-ERROR-MSG
                       'Could not start step '
                       W-STP-NAME(W-STP-IX)
                       ': '
                       FUNCTION TRIM(W-COMMAND-LINE)
               PERFORM SUB-2700-GET-CLOCK THRU SUB-2700-EXIT
               MOVE W-CLOCK-TIME   TO W-STEP-START-TIME
                                      W-STEP-END-TIME
               MOVE 0              TO W-STEP-ELAPSED
               PERFORM SUB-2350-RECORD-OUTCOME THRU SUB-2350-EXIT
               GO TO SUB-4300-EXIT
           END-IF

           SET  W-STP-RUNNING(W-STP-IX)
                                   TO TRUE
           ADD  1                  TO W-RUNNING-COUNT
           ADD  1                  TO W-STARTED-THIS-ROUND
           .
       SUB-4300-EXIT.
           EXIT.
      /
       SUB-4900-STEPRUN-PATHS.
      *-----------------------

           MOVE SPACES             TO W-STEPRUN-FINAL
                                      W-STEPRUN-TEMP

           STRING 'Data\NAMEADDR.StepRun.'
                                   DELIMITED BY SIZE
                  W-STP-NAME(W-STP-IX)
                                   DELIMITED BY SPACE
                  '.dat'           DELIMITED BY SIZE
             INTO W-STEPRUN-FINAL
           END-STRING

           STRING 'Data\NAMEADDR.StepRun.'
                                   DELIMITED BY SIZE
                  W-STP-NAME(W-STP-IX)
                                   DELIMITED BY SPACE
                  '.tmp'           DELIMITED BY SIZE
             INTO W-STEPRUN-TEMP
           END-STRING
           .
       SUB-4900-EXIT.
           EXIT.
      /
       SUB-5000-RUN-CHILD-STEP.
      *------------------------

      **** One step of a parallel chain: run its command, time it,
      **** and leave the outcome for the chain to collect. Written
      **** aside and renamed into place, so the chain never reads a
      **** half-written line.

           SET  W-STP-IX           TO 1

           SEARCH W-STEP-ENTRY
               AT END
                   DISPLAY W-ERROR-MSG
                           'Step '
                           W-CHILD-STEP
                           ' is not in the job definition'
                   MOVE 9          TO W-RETURN-CODE
                   GO TO SUB-5000-EXIT
               WHEN W-STP-NAME(W-STP-IX) = W-CHILD-STEP
                   CONTINUE
           END-SEARCH

           MOVE SPACES             TO W-COMMAND-LINE
           MOVE W-STP-COMMAND(W-STP-IX)
                                   TO W-COMMAND-LINE

           PERFORM SUB-2700-GET-CLOCK THRU SUB-2700-EXIT
           MOVE W-CLOCK-TIME       TO W-STEP-START-TIME
           COMPUTE W-STEP-START-SECS
                                   = W-CLOCK-HH * 3600
                                   + W-CLOCK-MM * 60
                                   + W-CLOCK-SS

           CALL 'SYSTEM' USING W-COMMAND-LINE
           MOVE RETURN-CODE        TO W-STEP-RETURN-CODE

           PERFORM SUB-2700-GET-CLOCK THRU SUB-2700-EXIT
           MOVE W-CLOCK-TIME       TO W-STEP-END-TIME
           COMPUTE W-STEP-END-SECS = W-CLOCK-HH * 3600
                                   + W-CLOCK-MM * 60
                                   + W-CLOCK-SS
           COMPUTE W-STEP-ELAPSED  = W-STEP-END-SECS
                                   - W-STEP-START-SECS

           IF      W-STEP-ELAPSED < 0
               ADD  86400          TO W-STEP-ELAPSED
           END-IF

           PERFORM SUB-4900-STEPRUN-PATHS THRU SUB-4900-EXIT

           MOVE W-STEPRUN-TEMP     TO W-STEPRUN-PATH

           OPEN OUTPUT STEPRUN

           IF      NOT W-SR-FILE-STATUS-GOOD
               DISPLAY W-ERROR-MSG
                       'Unable to write '
                       FUNCTION TRIM(W-STEPRUN-TEMP)
               MOVE 9              TO W-RETURN-CODE
               GO TO SUB-5000-EXIT
           END-IF

           MOVE SPACES             TO STEPRUN-REC
           MOVE W-CHILD-STEP       TO SR-STEP-NAME
           MOVE W-STEP-START-TIME  TO SR-START-TIME
           MOVE W-STEP-END-TIME    TO SR-END-TIME
           MOVE W-STEP-ELAPSED     TO SR-ELAPSED-SECS

           IF      W-STEP-RETURN-CODE < 0
               MOVE '-'            TO SR-RC-SIGN
           END-IF

           MOVE W-STEP-RETURN-CODE TO SR-RC

           WRITE STEPRUN-REC

           CLOSE STEPRUN

           CALL 'CBL_RENAME_FILE' USING W-STEPRUN-TEMP
                                        W-STEPRUN-FINAL
           MOVE 0                  TO RETURN-CODE

           MOVE W-STEP-RETURN-CODE TO W-RETURN-CODE
           .
       SUB-5000-EXIT.
           EXIT.
