      *              percentage fails the run with return code 8, so
      *              NAMADDJOB stops the chain before promotion.
      *
      *              Argument 1 is the threshold percentage; without
      *              it the parameter registry's DEVIATION-PCT is
      *              used (default 25). Argument 2 of 'OVERRIDE'
      *              reports the deviations but exits zero, for
      *              known-big nights like annual renewals - the
      *              override itself is logged through JOBLOG so it
      *              leaves a trace.
      *              Fewer than 3 prior comparable runs passes with a
      *              note: there is no history to break against yet.
      *
      * 2026-08-23  0.2      Raise a critical operator alert through
      *                      ALERT when the gate trips without an
      *                      override
      * 2026-09-14  0.3      Log every OVERRIDE run - operator,
      *                      arguments, ticket reference and
      *                      whether deviations were let through -
      *                      to the privileged-operation log through
      *                      PRIVLOG
      * 2026-09-14  0.4      Without a threshold argument, take
      *                      DEVIATION-PCT from the parameter
      *                      registry through PARMREG
      *================================================================*

       IDENTIFICATION DIVISION.
       01  W-FS-CONTROL.
           COPY FILESTATL.

       01  W-PR-CONTROL.
           COPY PARMREGL.

       01  W-JL-CONTROL.
           COPY JOBLOGL.

       01  W-RI-CONTROL.
           COPY RUNIDL.

       01  W-PV-CONTROL.
           COPY PRIVLOGL.

       01  W-AL-CONTROL.
           COPY ALERTL.

           PERFORM SUB-3000-SHUT-DOWN THRU SUB-3000-EXIT
           .
       MAIN-EXIT.
           IF      W-OVERRIDE-ON
               PERFORM SUB-9700-LOG-OVERRIDE THRU SUB-9700-EXIT
           END-IF

           MOVE W-RETURN-CODE      TO RETURN-CODE
           STOP RUN.
      /
               AND W-THRESHOLD-ARG > '000'
               MOVE W-THRESHOLD-ARG
                                   TO W-THRESHOLD-PCT
           ELSE
               PERFORM SUB-1050-REGISTRY-THRESHOLD THRU SUB-1050-EXIT
           END-IF

           DISPLAY 'Deviation threshold: '
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1050-REGISTRY-THRESHOLD.
      *----------------------------

      **** No argument given: the value in force today in the
      **** parameter registry, else the compiled-in default.

           SET  PR-FUNC-GET        TO TRUE
           MOVE 'NAMADDGTE'        TO PR-PROGRAM-NAME
           MOVE 'DEVIATION-PCT'    TO PR-PARM-NAME
           MOVE SPACES             TO PR-AS-OF-DATE

           CALL 'PARMREG' USING W-PR-CONTROL

           IF      PR-RESPONSE-FILE-ERROR
               DISPLAY W-ERROR-MSG
                       'Parameter registry unreadable - using the '
                       'default threshold'
               GO TO SUB-1050-EXIT
           END-IF

           IF      PR-NOT-FOUND
               GO TO SUB-1050-EXIT
           END-IF

           IF      PR-VALUE-NUMERIC
               AND PR-VALUE-NUM > 0
               AND PR-VALUE-NUM < 1000
               MOVE PR-VALUE-NUM   TO W-THRESHOLD-PCT
               DISPLAY 'Registry DEVIATION-PCT in force since '
                       PR-EFFECTIVE-DATE
           ELSE
               DISPLAY W-ERROR-MSG
                       'Registry DEVIATION-PCT '
                       FUNCTION TRIM(PR-VALUE)
                       ' is not usable - using the default'
           END-IF
           .
       SUB-1050-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-ONE-HISTORY.
      *--------------------------
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-9700-LOG-OVERRIDE.
      *----------------------

      **** An override opens the gate on a load that may be the
      **** wrong size - a privileged act, logged whether or not
      **** this night's counts actually needed it.

           MOVE SPACES             TO W-PV-CONTROL
           MOVE 'NAMADDGTE'        TO PV-PROGRAM
           MOVE 0                  TO PV-RUN-ID

           IF      RI-RUN-ID NUMERIC
               MOVE RI-RUN-ID      TO PV-RUN-ID
           END-IF

           MOVE W-RETURN-CODE      TO PV-RETURN-CODE

           IF      W-VIOLATIONS > 0
               MOVE 'OVERRIDE - DEVIATIONS LET THROUGH'
                                   TO PV-OUTCOME
           ELSE
               MOVE 'OVERRIDE - NO DEVIATIONS FOUND'
                                   TO PV-OUTCOME
           END-IF

           CALL 'PRIVLOG' USING W-PV-CONTROL
           .
       SUB-9700-EXIT.
           EXIT.
