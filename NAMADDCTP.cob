      *              registrations through one inbox, or a
      *              boiler-room phone number.
      *
      *              Argument 1 is the threshold; without it the
      *              parameter registry's SHARE-THRESHOLD is used
      *              (default 3).
      *              Known-legitimate shared values - agency phone
      *              numbers and the like - are whitelisted, one
      *              value per line, in
      *                      of one contact point count as one;
      *                      values CNTSTD cannot normalize are
      *                      counted and reported
      * 2026-09-14  0.3      Without a threshold argument, take
      *                      SHARE-THRESHOLD from the parameter
      *                      registry through PARMREG
      *================================================================*

       IDENTIFICATION DIVISION.
       01  W-FS-CONTROL.
           COPY FILESTATL.

       01  W-PR-CONTROL.
           COPY PARMREGL.

       01  W-RPT-LINE              PIC X(140).
       01  W-RPT-PTR               PIC 9(04)  COMP.

               AND W-THRESHOLD-ARG > '000'
               MOVE W-THRESHOLD-ARG
                                   TO W-SHARE-THRESHOLD
           ELSE
               PERFORM SUB-1050-REGISTRY-THRESHOLD THRU SUB-1050-EXIT
           END-IF

           DISPLAY 'Shared-contact threshold: '
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1050-REGISTRY-THRESHOLD.
      *----------------------------

      **** No argument given: the value in force today in the
      **** parameter registry, else the compiled-in default.

           SET  PR-FUNC-GET        TO TRUE
           MOVE 'NAMADDCTP'        TO PR-PROGRAM-NAME
           MOVE 'SHARE-THRESHOLD'  TO PR-PARM-NAME
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
               MOVE PR-VALUE-NUM   TO W-SHARE-THRESHOLD
               DISPLAY 'Registry SHARE-THRESHOLD in force since '
                       PR-EFFECTIVE-DATE
           ELSE
               DISPLAY W-ERROR-MSG
                       'Registry SHARE-THRESHOLD '
                       FUNCTION TRIM(PR-VALUE)
                       ' is not usable - using the default'
           END-IF
           .
       SUB-1050-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-WHITELIST.
      *------------------------
