      *========================== NAMADDWDG ===========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Watchdog over the long-running daytime
      *              processes, so a hung or dead NAMADDSVC worker or
      *              NAMADDWCH is found by operations within minutes,
      *              not by the people whose requests stopped being
      *              answered.
      *
      *              Every process it watches is listed in
      *              Data\NAMEADDR.Watchdog.dat (layout NAMADDWD.cpy)
      *              with its heartbeat age limit, its restart
      *              allowance, its stop file and its restart
      *              command. Each such process rewrites its
      *              heartbeat file through HEARTBT on every cycle.
      *
      *              Every poll (argument 1, seconds, default 60)
      *              the watchdog reads each heartbeat:
      *
      *                  a beat younger than the limit is healthy;
      *
      *                  a last beat saying the process stopped
      *                  cleanly, or a stale beat with the process's
      *                  stop file on disk, means it was meant to
      *                  stop - it is left down;
      *
      *                  otherwise the process is hung or dead: a
      *                  critical alert is raised through ALERT with
      *                  the action required, and while restarts
      *                  remain the restart command is run. A
      *                  restarted process is given one more limit's
      *                  grace to beat before it is judged again.
      *                  Once the restarts are spent the alert says
      *                  so and the process is left for the operator.
      *
      *              A process that has never beaten is judged from
      *              the watchdog's own start.
      *
      *              The watchdog ends when
      *              Data\NAMEADDR.Watchdog.Stop.dat is created, or
      *              when every process it watches has been left
      *              down because it was meant to stop - the evening
      *              Service.Stop.dat drains the workers and the
      *              watchdog with them.
      *
      *              Return code 10 when there is no control file or
      *              nothing in it to watch; 4 when any process was
      *              restarted or given up on during the day.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

       IDENTIFICATION DIVISION.
      *========================

       PROGRAM-ID.                 NAMADDWDG.

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
           SELECT WDCTL            ASSIGN "Data\NAMEADDR.Watchdog.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-WD-FILE-STATUS.

           SELECT HEARTBT          ASSIGN TO W-HEARTBEAT-PATH
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-HB-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FILE SECTION.
      *-------------

       FD  WDCTL.

       01  WDCTL-REC.              COPY NAMADDWD.

       FD  HEARTBT.

       01  HEARTBT-REC.            COPY NAMADDHB.
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-RETURN-CODE           PIC S9(04) COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZ9.
       01  W-JL-AL-DISP            PIC 9(05).
       01  W-JL-RS-DISP            PIC 9(05).

       01  W-POLL-ARG              PIC X(04).
       01  W-POLL-SECONDS          PIC 9(04)  COMP VALUE 60.

       01  W-RESTARTS-DONE         PIC 9(05)  COMP VALUE 0.
       01  W-ALERTS-RAISED         PIC 9(05)  COMP VALUE 0.
       01  W-POLLS-DONE            PIC 9(09)  COMP VALUE 0.

       01  W-HEARTBEAT-PATH        PIC X(60).
       01  W-PROBE-PATH            PIC X(60).
       01  W-STOP-PATH             PIC X(60)       VALUE
           'Data\NAMEADDR.Watchdog.Stop.dat'.

       01  W-CHECK-HANDLE          PIC X(04)  COMP-X.

       01  W-EXISTS-SW             PIC X(01).
           88  W-FILE-EXISTS                       VALUE 'Y'.
           88  W-FILE-ABSENT                       VALUE 'N'.

       01  W-WDG-STATE-SW          PIC X(01)       VALUE 'R'.
           88  W-WDG-RUNNING                       VALUE 'R'.
           88  W-WDG-STOPPING                      VALUE 'S'.

       01  W-ALL-DOWN-SW           PIC X(01).
           88  W-ALL-DOWN                          VALUE 'Y'.
           88  W-NOT-ALL-DOWN                      VALUE 'N'.

      **** The watched processes, as listed in the control file,
      **** with what the watchdog has done about each today.

       01  W-PR-COUNT              PIC 9(03)  COMP VALUE 0.
       01  W-PR-MAX                PIC 9(03)  COMP VALUE 20.

       01  W-PR-TABLE.
           05  W-PR-ENTRY                          OCCURS 20
                                                   INDEXED W-PR-IX.
               10  W-PR-PROCESS-ID PIC X(14).
               10  W-PR-STALE-SECONDS
                                   PIC 9(05)  COMP.
               10  W-PR-MAX-RESTARTS
                                   PIC 9(02)  COMP.
               10  W-PR-STOP-PATH  PIC X(60).
               10  W-PR-COMMAND    PIC X(100).
               10  W-PR-RESTARTS   PIC 9(02)  COMP.
               10  W-PR-JUDGED-FROM
                                   PIC 9(11)  COMP.
               10  W-PR-STATE-SW   PIC X(01).
                   88  W-PR-HEALTHY                VALUE 'H'.
                   88  W-PR-STALE                  VALUE 'X'.
                   88  W-PR-RESTARTED              VALUE 'T'.
                   88  W-PR-GIVEN-UP               VALUE 'G'.
                   88  W-PR-LEFT-DOWN              VALUE 'D'.

      **** The heartbeat just read.

       01  W-HB-FOUND-SW           PIC X(01).
           88  W-HB-FOUND                          VALUE 'Y'.
           88  W-HB-MISSING                        VALUE 'N'.

       01  W-HB-SECS               PIC 9(11)  COMP.
       01  W-HB-AGE                PIC 9(11)  COMP.
       01  W-HB-AGE-DISP           PIC 9(06).
       01  W-START-SECS            PIC 9(11)  COMP.
       01  W-NOW-SECS              PIC 9(11)  COMP.
       01  W-STAMP-SECS            PIC 9(11)  COMP.

       01  W-STAMP.
           05  W-STAMP-DATE        PIC 9(08).
           05  W-STAMP-HH          PIC 9(02).
           05  W-STAMP-MM          PIC 9(02).
           05  W-STAMP-SS          PIC 9(02).

       01  W-RESTART-DISP          PIC 9(02).
       01  W-MAX-RESTART-DISP      PIC 9(02).

       01  W-WD-FILE-STATUS        PIC X(02).
           88  W-WD-FILE-STATUS-GOOD               VALUE '00'.

       01  W-HB-FILE-STATUS        PIC X(02).
           88  W-HB-FILE-STATUS-GOOD               VALUE '00'.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-WD-EOF                            VALUE 'Y'.

       01  W-ERROR-MSG             PIC X(22)       VALUE
           '**** NAMADDWDG error: '.

       01  W-JL-CONTROL.
           COPY JOBLOGL.

       01  W-RI-CONTROL.
           COPY RUNIDL.

       01  W-AL-CONTROL.
           COPY ALERTL.

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

           PERFORM SUB-2000-POLL-ONCE THRU SUB-2000-EXIT
               UNTIL W-WDG-STOPPING

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

           DISPLAY 'NAMADDWDG compiled on '
               W-COMPILED-DATE-YYYY '/'
               W-COMPILED-DATE-MM   '/'
               W-COMPILED-DATE-DD   ' at '
               W-COMPILED-TIME-HH   ':'
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           SET  RI-FUNC-NEXT       TO TRUE
           CALL 'RUNID' USING W-RI-CONTROL
           DISPLAY 'Run ID: ' RI-RUN-ID

           DISPLAY 1               UPON ARGUMENT-NUMBER

           ACCEPT W-POLL-ARG       FROM ARGUMENT-VALUE
               ON EXCEPTION
                   CONTINUE
           END-ACCEPT

           IF      W-POLL-ARG NUMERIC
               AND W-POLL-ARG > '0000'
               MOVE W-POLL-ARG     TO W-POLL-SECONDS
           END-IF

           PERFORM SUB-9250-NOW-SECONDS THRU SUB-9250-EXIT

           MOVE W-NOW-SECS         TO W-START-SECS

           OPEN INPUT WDCTL

           IF      NOT W-WD-FILE-STATUS-GOOD
               DISPLAY W-ERROR-MSG
                       'No watchdog control file '
                       'Data\NAMEADDR.Watchdog.dat - nothing to '
                       'watch'
               MOVE 10             TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1100-LOAD-ONE-PROCESS THRU SUB-1100-EXIT
               UNTIL W-WD-EOF

           CLOSE WDCTL

           IF      W-PR-COUNT = 0
               DISPLAY W-ERROR-MSG
                       'No processes listed in the watchdog control '
                       'file'
               MOVE 10             TO W-RETURN-CODE
               GO TO SUB-1000-EXIT
           END-IF

           DISPLAY 'Watching '
                   W-PR-COUNT
                   ' process(es) every '
                   W-POLL-SECONDS
                   ' seconds'
           DISPLAY 'Create ' FUNCTION TRIM(W-STOP-PATH)
                   ' to stop the watchdog'
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-ONE-PROCESS.
      *--------------------------

           READ WDCTL
               AT END
                   SET  W-WD-EOF   TO TRUE
                   GO TO SUB-1100-EXIT
           END-READ

           IF      WDCTL-REC = SPACES
               OR  WDCTL-REC(1 : 1) = '*'
               GO TO SUB-1100-EXIT
           END-IF

           IF      WD-PROCESS-ID = SPACES
               OR  WD-STALE-SECONDS NOT NUMERIC
               OR  WD-STALE-SECONDS = 0
               OR  WD-MAX-RESTARTS NOT NUMERIC
               DISPLAY W-ERROR-MSG
                       'Control line ignored - process, limit and '
                       'restarts required: '
                       WDCTL-REC(1 : 24)
               GO TO SUB-1100-EXIT
           END-IF

           IF      W-PR-COUNT >= W-PR-MAX
               DISPLAY W-ERROR-MSG
                       'Too many processes - not watching '
                       WD-PROCESS-ID
               GO TO SUB-1100-EXIT
           END-IF

           ADD  1                  TO W-PR-COUNT
           SET  W-PR-IX            TO W-PR-COUNT

           MOVE WD-PROCESS-ID      TO W-PR-PROCESS-ID(W-PR-IX)
           MOVE WD-STALE-SECONDS   TO W-PR-STALE-SECONDS(W-PR-IX)
           MOVE WD-MAX-RESTARTS    TO W-PR-MAX-RESTARTS(W-PR-IX)
           MOVE WD-STOP-PATH       TO W-PR-STOP-PATH(W-PR-IX)
           MOVE WD-COMMAND         TO W-PR-COMMAND(W-PR-IX)
           MOVE 0                  TO W-PR-RESTARTS(W-PR-IX)
           MOVE W-START-SECS       TO W-PR-JUDGED-FROM(W-PR-IX)
           SET  W-PR-HEALTHY(W-PR-IX)
                                   TO TRUE

           DISPLAY '  '
                   WD-PROCESS-ID
                   ' limit '
                   WD-STALE-SECONDS
                   's, restarts '
                   WD-MAX-RESTARTS
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-2000-POLL-ONCE.
      *-------------------

           MOVE W-STOP-PATH        TO W-PROBE-PATH
           PERFORM SUB-9100-PROBE-FILE THRU SUB-9100-EXIT

           IF      W-FILE-EXISTS
               SET  W-WDG-STOPPING TO TRUE
               DISPLAY 'Stop file seen - NAMADDWDG shutting down'
               GO TO SUB-2000-EXIT
           END-IF

           ADD  1                  TO W-POLLS-DONE

           SET  W-ALL-DOWN         TO TRUE

           PERFORM SUB-2100-CHECK-ONE-PROCESS THRU SUB-2100-EXIT
               VARYING W-PR-IX FROM 1 BY 1
               UNTIL W-PR-IX > W-PR-COUNT

           IF      W-ALL-DOWN
               SET  W-WDG-STOPPING TO TRUE
               DISPLAY 'Every watched process was meant to stop - '
                       'NAMADDWDG shutting down'
               GO TO SUB-2000-EXIT
           END-IF

           CALL 'C$SLEEP' USING W-POLL-SECONDS
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-CHECK-ONE-PROCESS.
      *---------------------------

           PERFORM SUB-2200-READ-HEARTBEAT THRU SUB-2200-EXIT

           PERFORM SUB-9250-NOW-SECONDS THRU SUB-9250-EXIT

      **** A clean last beat means the process ended as it was
      **** meant to - leave it down. A running beat from a process
      **** left down means the operator started it again.

           IF      W-HB-FOUND
               AND HR-STATE-STOPPED
               IF      NOT W-PR-LEFT-DOWN(W-PR-IX)
                   SET  W-PR-LEFT-DOWN(W-PR-IX)
                                   TO TRUE
                   DISPLAY W-PR-PROCESS-ID(W-PR-IX)
                           ' stopped cleanly - left down'
               END-IF
               GO TO SUB-2100-EXIT
           END-IF

           IF      W-HB-FOUND
               AND W-HB-SECS > W-PR-JUDGED-FROM(W-PR-IX)
               MOVE W-HB-SECS      TO W-PR-JUDGED-FROM(W-PR-IX)
           END-IF

           IF      W-NOW-SECS > W-PR-JUDGED-FROM(W-PR-IX)
               COMPUTE W-HB-AGE    = W-NOW-SECS
                                   - W-PR-JUDGED-FROM(W-PR-IX)
           ELSE
               MOVE 0              TO W-HB-AGE
           END-IF

      **** Inside a restart's grace the beat judged is the new
      **** copy's first - until it comes the process is not yet
      **** healthy.

           IF      W-HB-AGE <= W-PR-STALE-SECONDS(W-PR-IX)
               IF      W-PR-RESTARTED(W-PR-IX)
                   AND (W-HB-MISSING
                   OR   W-HB-SECS < W-PR-JUDGED-FROM(W-PR-IX))
                   SET  W-NOT-ALL-DOWN
                                   TO TRUE
                   GO TO SUB-2100-EXIT
               END-IF

               IF      NOT W-PR-HEALTHY(W-PR-IX)
                   DISPLAY W-PR-PROCESS-ID(W-PR-IX)
                           ' beating again'
                   SET  W-PR-HEALTHY(W-PR-IX)
                                   TO TRUE
               END-IF
               SET  W-NOT-ALL-DOWN TO TRUE
               GO TO SUB-2100-EXIT
           END-IF

      **** Stale. With its stop file on disk the process was meant
      **** to stop - it is left down, never restarted.

           IF      W-PR-STOP-PATH(W-PR-IX) NOT = SPACES
               MOVE W-PR-STOP-PATH(W-PR-IX)
                                   TO W-PROBE-PATH
               PERFORM SUB-9100-PROBE-FILE THRU SUB-9100-EXIT

               IF      W-FILE-EXISTS
                   IF      NOT W-PR-LEFT-DOWN(W-PR-IX)
                       SET  W-PR-LEFT-DOWN(W-PR-IX)
                                   TO TRUE
                       DISPLAY W-PR-PROCESS-ID(W-PR-IX)
                               ' silent with its stop file on disk'
                               ' - left down'
                   END-IF
                   GO TO SUB-2100-EXIT
               END-IF
           END-IF

           SET  W-NOT-ALL-DOWN     TO TRUE

           IF      W-PR-GIVEN-UP(W-PR-IX)
               GO TO SUB-2100-EXIT
           END-IF

           SET  W-PR-STALE(W-PR-IX)
                                   TO TRUE

           PERFORM SUB-2300-RAISE-STALE-ALERT THRU SUB-2300-EXIT

           IF      W-PR-GIVEN-UP(W-PR-IX)
               GO TO SUB-2100-EXIT
           END-IF

           PERFORM SUB-2400-RESTART-PROCESS THRU SUB-2400-EXIT
           .
       SUB-2100-EXIT.
           EXIT.
      /
       SUB-2200-READ-HEARTBEAT.
      *------------------------

           SET  W-HB-MISSING       TO TRUE
           MOVE 0                  TO W-HB-SECS

           MOVE SPACES             TO W-HEARTBEAT-PATH
           STRING 'Data\NAMEADDR.Heartbeat.'
                                   DELIMITED BY SIZE
                  FUNCTION TRIM(W-PR-PROCESS-ID(W-PR-IX))
                                   DELIMITED BY SIZE
                  '.dat'           DELIMITED BY SIZE
             INTO W-HEARTBEAT-PATH
           END-STRING

           OPEN INPUT HEARTBT

           IF      NOT W-HB-FILE-STATUS-GOOD
               GO TO SUB-2200-EXIT
           END-IF

           READ HEARTBT
               AT END
                   MOVE SPACES     TO HEARTBT-REC
           END-READ

           CLOSE HEARTBT

           IF      HEARTBT-REC = SPACES
               GO TO SUB-2200-EXIT
           END-IF

           SET  W-HB-FOUND         TO TRUE

           MOVE HR-TIMESTAMP       TO W-STAMP

           PERFORM SUB-9200-STAMP-SECONDS THRU SUB-9200-EXIT

           MOVE W-STAMP-SECS       TO W-HB-SECS
           .
       SUB-2200-EXIT.
           EXIT.
      /
       SUB-2300-RAISE-STALE-ALERT.
      *---------------------------

           IF      W-HB-AGE > 999999
               MOVE 999999         TO W-HB-AGE-DISP
           ELSE
               MOVE W-HB-AGE       TO W-HB-AGE-DISP
           END-IF

           MOVE 'NAMADDWDG'        TO AL-PROGRAM-NAME
           MOVE RI-RUN-ID          TO AL-RUN-ID
           SET  AL-SEV-CRITICAL    TO TRUE
           MOVE W-PR-RESTARTS(W-PR-IX)
                                   TO AL-CONDITION-CODE

           MOVE SPACES             TO AL-TEXT
           STRING FUNCTION TRIM(W-PR-PROCESS-ID(W-PR-IX))
                                   DELIMITED BY SIZE
                  ' no heartbeat for '
                                   DELIMITED BY SIZE
                  W-HB-AGE-DISP    DELIMITED BY SIZE
                  's - hung or dead'
                                   DELIMITED BY SIZE
             INTO AL-TEXT
           END-STRING

           MOVE SPACES             TO AL-ACTION

           IF      W-PR-RESTARTS(W-PR-IX)
                                   < W-PR-MAX-RESTARTS(W-PR-IX)
               COMPUTE W-RESTART-DISP
                                   = W-PR-RESTARTS(W-PR-IX) + 1
               MOVE W-PR-MAX-RESTARTS(W-PR-IX)
                                   TO W-MAX-RESTART-DISP
               STRING 'Restarted automatically ('
                                   DELIMITED BY SIZE
                      W-RESTART-DISP
                                   DELIMITED BY SIZE
                      ' of '       DELIMITED BY SIZE
                      W-MAX-RESTART-DISP
                                   DELIMITED BY SIZE
                      ') - find out why it stalled'
                                   DELIMITED BY SIZE
                 INTO AL-ACTION
               END-STRING
           ELSE
               SET  W-PR-GIVEN-UP(W-PR-IX)
                                   TO TRUE
               MOVE 'Restarts spent - investigate and restart by hand'
                                   TO AL-ACTION
               IF      W-RETURN-CODE = 0
                   MOVE 4          TO W-RETURN-CODE
               END-IF
           END-IF

           CALL 'ALERT' USING W-AL-CONTROL

           ADD  1                  TO W-ALERTS-RAISED

           DISPLAY W-ERROR-MSG
                   FUNCTION TRIM(AL-TEXT)
           DISPLAY '    '
                   FUNCTION TRIM(AL-ACTION)
           .
       SUB-2300-EXIT.
           EXIT.
      /
       SUB-2400-RESTART-PROCESS.
      *-------------------------

      **** The command starts the process in the background and
      **** returns; the new copy gets one more limit's grace to
      **** write its first beat.

           ADD  1                  TO W-PR-RESTARTS(W-PR-IX)
           ADD  1                  TO W-RESTARTS-DONE

           IF      W-RETURN-CODE = 0
               MOVE 4              TO W-RETURN-CODE
           END-IF

           DISPLAY 'Restarting '
                   FUNCTION TRIM(W-PR-PROCESS-ID(W-PR-IX))
                   ': '
                   FUNCTION TRIM(W-PR-COMMAND(W-PR-IX))

           CALL 'SYSTEM' USING W-PR-COMMAND(W-PR-IX)

           IF      RETURN-CODE NOT = 0
               DISPLAY W-ERROR-MSG
                       'Restart command ended with return code '
                       RETURN-CODE
           END-IF

           MOVE 0                  TO RETURN-CODE

           PERFORM SUB-9250-NOW-SECONDS THRU SUB-9250-EXIT

           MOVE W-NOW-SECS         TO W-PR-JUDGED-FROM(W-PR-IX)

           SET  W-PR-RESTARTED(W-PR-IX)
                                   TO TRUE
           .
       SUB-2400-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           MOVE W-POLLS-DONE       TO W-DISP-NUM
           DISPLAY 'Polls:             '
                   W-DISP-NUM

           MOVE W-ALERTS-RAISED    TO W-DISP-NUM
           DISPLAY 'Alerts raised:     '
                   W-DISP-NUM

           MOVE W-RESTARTS-DONE    TO W-DISP-NUM
           DISPLAY 'Restarts:          '
                   W-DISP-NUM

           MOVE SPACES             TO JL-KEY-COUNTS
           MOVE W-ALERTS-RAISED    TO W-JL-AL-DISP
           MOVE W-RESTARTS-DONE    TO W-JL-RS-DISP

           STRING 'Alerts:'        DELIMITED BY SIZE
                  W-JL-AL-DISP     DELIMITED BY SIZE
                  ' Restarts:'     DELIMITED BY SIZE
                  W-JL-RS-DISP     DELIMITED BY SIZE
             INTO JL-KEY-COUNTS
           END-STRING

           MOVE 'NAMADDWDG'        TO JL-PROGRAM-NAME
           MOVE RI-RUN-ID          TO JL-RUN-ID
           MOVE W-RETURN-CODE      TO JL-RETURN-CODE

           CALL 'JOBLOG' USING W-JL-CONTROL

           IF      JL-RESPONSE-FILE-ERROR
               DISPLAY W-ERROR-MSG
                       'Unable to write to the shared job log'
           END-IF

           DISPLAY 'NAMADDWDG completed'
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-9100-PROBE-FILE.
      *--------------------

           SET  W-FILE-ABSENT      TO TRUE

           CALL 'CBL_OPEN_FILE' USING W-PROBE-PATH
                                      1 *> INPUT
                                      0 *> DENY NONE
                                      0 *> FUTURE USE
                                      W-CHECK-HANDLE

           IF      RETURN-CODE = 0
               CALL 'CBL_CLOSE_FILE' USING W-CHECK-HANDLE
               SET  W-FILE-EXISTS  TO TRUE
           END-IF

           MOVE 0                  TO RETURN-CODE
           .
       SUB-9100-EXIT.
           EXIT.
      /
       SUB-9200-STAMP-SECONDS.
      *-----------------------

      **** YYYYMMDDHHMMSS to seconds since the calendar's day one,
      **** enough to compare two stamps across midnight.

           MOVE 0                  TO W-STAMP-SECS

           IF      W-STAMP NOT NUMERIC
               OR  W-STAMP-DATE < 16010101
               GO TO SUB-9200-EXIT
           END-IF

           COMPUTE W-STAMP-SECS    = FUNCTION
                                     INTEGER-OF-DATE(W-STAMP-DATE)
                                   * 86400
                                   + W-STAMP-HH * 3600
                                   + W-STAMP-MM * 60
                                   + W-STAMP-SS
           .
       SUB-9200-EXIT.
           EXIT.
      /
       SUB-9250-NOW-SECONDS.
      *---------------------

           MOVE FUNCTION CURRENT-DATE(1:14)
                                   TO W-STAMP

           PERFORM SUB-9200-STAMP-SECONDS THRU SUB-9200-EXIT

           MOVE W-STAMP-SECS       TO W-NOW-SECS
           .
       SUB-9250-EXIT.
           EXIT.
