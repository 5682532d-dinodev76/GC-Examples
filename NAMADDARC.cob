      *              Argument 1 is the retention period in days (a
      *              record must have been inactive, by
      *              NA-EFFECTIVE-DATE, for at least this many days
      *              to be archived). Omitted or non-numeric, the
      *              parameter registry's RETENTION-DAYS is used,
      *              and 365 when the registry has none.
      *
      * Date        Version  Description
      * ----        -------  -----------
      *                      the files are closed, so another
      *                      updater cannot open the pair while
      *                      buffered writes are still landing
      * 2026-09-14  0.7      Without a retention argument, take
      *                      RETENTION-DAYS from the parameter
      *                      registry through PARMREG
      *================================================================*

       IDENTIFICATION DIVISION.
       01  W-FS-CONTROL.
           COPY FILESTATL.

       01  W-PR-CONTROL.
           COPY PARMREGL.

       01  W-RI-CONTROL.
           COPY RUNIDL.

           ACCEPT W-RETENTION-ARG
                                   FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES     TO W-RETENTION-ARG
           END-ACCEPT

           IF      W-RETENTION-ARG IS NUMERIC
               MOVE W-RETENTION-ARG
                                   TO W-RETENTION-DAYS
           ELSE
               PERFORM SUB-1045-REGISTRY-RETENTION THRU SUB-1045-EXIT
           END-IF
           .
       SUB-1040-EXIT.
           DISPLAY 'Retention period, in days: '
                   W-RETENTION-DAYS
           .
      /
       SUB-1045-REGISTRY-RETENTION.
      *----------------------------

      **** No argument given: the value in force today in the
      **** parameter registry, else the compiled-in default.

           SET  PR-FUNC-GET        TO TRUE
           MOVE 'NAMADDARC'        TO PR-PROGRAM-NAME
           MOVE 'RETENTION-DAYS'   TO PR-PARM-NAME
           MOVE SPACES             TO PR-AS-OF-DATE

           CALL 'PARMREG' USING W-PR-CONTROL

           IF      PR-RESPONSE-FILE-ERROR
               DISPLAY W-ERROR-MSG
                       'Parameter registry unreadable - using the '
                       'default retention period'
               GO TO SUB-1045-EXIT
           END-IF

           IF      PR-NOT-FOUND
               GO TO SUB-1045-EXIT
           END-IF

           IF      PR-VALUE-NUMERIC
               AND PR-VALUE-NUM > 0
               AND PR-VALUE-NUM < 100000
               MOVE PR-VALUE-NUM   TO W-RETENTION-DAYS
               DISPLAY 'Registry RETENTION-DAYS in force since '
                       PR-EFFECTIVE-DATE
           ELSE
               DISPLAY W-ERROR-MSG
                       'Registry RETENTION-DAYS '
                       FUNCTION TRIM(PR-VALUE)
                       ' is not usable - using the default'
           END-IF
           .
       SUB-1045-EXIT.
           EXIT.
       SUB-2000-PROCESS.
      *-----------------

