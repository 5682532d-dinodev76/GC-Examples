      *              forever - late feeds being the most common
      *              cause of batch-window misses.
      *
      *              Heartbeat: every poll rewrites
      *              Data\NAMEADDR.Heartbeat.NAMADDWCH.dat (HEARTBT)
      *              with the feed path and its size so far. Handing
      *              over to the chain, and every other ending, is a
      *              stopped beat - the NAMADDWDG watchdog leaves the
      *              watcher down once it has finished its job.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-08-23  0.1      First release
      * 2026-09-14  0.2      Heartbeat through HEARTBT on every poll,
      *                      for the NAMADDWDG watchdog
      *================================================================*

       IDENTIFICATION DIVISION.
       01  W-WARNED-SW             PIC X(01)       VALUE 'N'.
           88  W-HALF-CUTOFF-WARNED                VALUE 'Y'.

       01  W-HB-SIZE-DISP          PIC 9(12).
       01  W-HB-ELAPSED-DISP       PIC 9(09).

       01  W-ERROR-MSG             PIC X(22)       VALUE
           '**** NAMADDWCH error: '.

       01  W-AL-CONTROL.
           COPY ALERTL.

       01  W-HB-CONTROL.
           COPY HEARTBTL.

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
                                   PIC X(04).
               MOVE 'N'            TO W-PRIOR-SEEN-SW
           END-IF

           SET  HB-STATE-RUNNING   TO TRUE
           PERFORM SUB-2900-HEARTBEAT THRU SUB-2900-EXIT

           ADD  W-POLL-SECONDS     TO W-ELAPSED-SECONDS

           IF      W-ELAPSED-SECONDS >= W-CUTOFF-SECONDS
           DISPLAY 'Starting the chain: '
                   FUNCTION TRIM(W-CHAIN-COMMAND)

      **** The chain runs for hours under SYSTEM with no beat - tell
      **** the watchdog first that the watcher has done its job.

           SET  HB-STATE-STOPPED   TO TRUE
           PERFORM SUB-2900-HEARTBEAT THRU SUB-2900-EXIT

           CALL 'SYSTEM' USING W-CHAIN-COMMAND

           MOVE RETURN-CODE        TO W-RETURN-CODE
           .
       SUB-2500-EXIT.
           EXIT.
      /
       SUB-2900-HEARTBEAT.
      *-------------------

           MOVE 'NAMADDWCH'        TO HB-PROCESS-ID
           MOVE 'NAMADDWCH'        TO HB-PROGRAM-NAME
           MOVE RI-RUN-ID          TO HB-RUN-ID
           MOVE W-FEED-PATH        TO HB-ITEM

           IF      W-CURRENT-SIZE > 999999999999
               MOVE 999999999999   TO W-HB-SIZE-DISP
           ELSE
               MOVE W-CURRENT-SIZE TO W-HB-SIZE-DISP
           END-IF

           MOVE W-ELAPSED-SECONDS  TO W-HB-ELAPSED-DISP

           MOVE SPACES             TO HB-COUNTS
           STRING 'Size:'          DELIMITED BY SIZE
                  W-HB-SIZE-DISP   DELIMITED BY SIZE
                  ' Waited:'       DELIMITED BY SIZE
                  W-HB-ELAPSED-DISP
                                   DELIMITED BY SIZE
             INTO HB-COUNTS
           END-STRING

           CALL 'HEARTBT' USING W-HB-CONTROL

           IF      HB-RESPONSE-FILE-ERROR
               DISPLAY W-ERROR-MSG
                       'Unable to write the heartbeat file'
           END-IF
           .
       SUB-2900-EXIT.
           EXIT.
      /
       SUB-3000-SHUT-DOWN.
      *-------------------

           SET  HB-STATE-STOPPED   TO TRUE
           PERFORM SUB-2900-HEARTBEAT THRU SUB-2900-EXIT

           MOVE SPACES             TO JL-KEY-COUNTS

           EVALUATE TRUE
