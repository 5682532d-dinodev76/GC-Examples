      *              a single base to prune instead, and argument 2
      *              overrides the generations to keep.
      *
      *              Without argument 2 the keep count comes from the
      *              parameter registry: KEEP-<base> for the base
      *              (the name after NAMEADDR., e.g. KEEP-REJECT),
      *              else KEEP-COUNT for every base, else 14.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-08-23  0.1      First release
      * 2026-09-14  0.2      Without a keep argument, take each
      *                      base's keep count from the parameter
      *                      registry through PARMREG - KEEP-<base>,
      *                      else KEEP-COUNT
      *================================================================*

       IDENTIFICATION DIVISION.
       01  W-BASE-ARG              PIC X(30).
       01  W-KEEP-ARG              PIC X(03).
       01  W-KEEP-COUNT            PIC 9(03)       VALUE 14.
       01  W-BASE-KEEP             PIC 9(03).

       01  W-KEEP-ARG-SW           PIC X(01)       VALUE 'N'.
           88  W-KEEP-ARG-GIVEN                    VALUE 'Y'.

       01  W-KEEP-PARM             PIC X(30).
       01  W-KEEP-FROM             PIC X(60).

       01  W-BASE-SUB              PIC 9(01)  COMP.

       01  W-GD-CONTROL.
           COPY GDGCATL.

       01  W-PR-CONTROL.
           COPY PARMREGL.

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
                                   PIC X(04).
           IF      W-KEEP-ARG NUMERIC
               AND W-KEEP-ARG > '000'
               MOVE W-KEEP-ARG     TO W-KEEP-COUNT
               SET  W-KEEP-ARG-GIVEN
                                   TO TRUE
               DISPLAY 'Keeping newest '
                       W-KEEP-COUNT
                       ' generations per base'
           END-IF

           IF      W-BASE-ARG NOT = SPACES
               MOVE W-BASE-ARG     TO GD-BASE-NAME
               PERFORM SUB-2000-PRUNE-ONE-BASE THRU SUB-2000-EXIT
       SUB-2000-PRUNE-ONE-BASE.
      *------------------------

           MOVE W-KEEP-COUNT       TO W-BASE-KEEP

           IF      NOT W-KEEP-ARG-GIVEN
               PERFORM SUB-2100-REGISTRY-KEEP THRU SUB-2100-EXIT
               DISPLAY FUNCTION TRIM(GD-BASE-NAME)
                       ': keeping newest '
                       W-BASE-KEEP
                       ' generations '
                       FUNCTION TRIM(W-KEEP-FROM)
           END-IF

           SET  GD-FUNC-PRUNE      TO TRUE
           MOVE W-BASE-KEEP        TO GD-KEEP-COUNT

           CALL 'GDGCAT' USING W-GD-CONTROL

           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2100-REGISTRY-KEEP.
      *-----------------------

      **** The base's own keep count in force today, else the
      **** registry's keep count for every base, else the default.

           MOVE '(default)'        TO W-KEEP-FROM

           MOVE SPACES             TO W-KEEP-PARM
           IF      GD-BASE-NAME(1 : 9) = 'NAMEADDR.'
               STRING 'KEEP-'      DELIMITED BY SIZE
                      GD-BASE-NAME(10 : )
                                   DELIMITED BY SPACE
                 INTO W-KEEP-PARM
               END-STRING
           ELSE
               STRING 'KEEP-'      DELIMITED BY SIZE
                      GD-BASE-NAME DELIMITED BY SPACE
                 INTO W-KEEP-PARM
               END-STRING
           END-IF

           SET  PR-FUNC-GET        TO TRUE
           MOVE 'NAMADDGDG'        TO PR-PROGRAM-NAME
           MOVE FUNCTION UPPER-CASE(W-KEEP-PARM)
                                   TO PR-PARM-NAME
           MOVE SPACES             TO PR-AS-OF-DATE

           CALL 'PARMREG' USING W-PR-CONTROL

           IF      PR-RESPONSE-FILE-ERROR
               DISPLAY '**** NAMADDGDG error: parameter registry '
                       'unreadable - using the default keep count'
               GO TO SUB-2100-EXIT
           END-IF

           IF      PR-NOT-FOUND
               MOVE 'KEEP-COUNT'   TO PR-PARM-NAME
               CALL 'PARMREG' USING W-PR-CONTROL
           END-IF

           IF      PR-NOT-FOUND
               GO TO SUB-2100-EXIT
           END-IF

           IF      PR-VALUE-NUMERIC
               AND PR-VALUE-NUM > 0
               AND PR-VALUE-NUM < 1000
               MOVE PR-VALUE-NUM   TO W-BASE-KEEP
               MOVE SPACES         TO W-KEEP-FROM
               STRING '(registry '  DELIMITED BY SIZE
                      PR-PARM-NAME DELIMITED BY SPACE
                      ' since '    DELIMITED BY SIZE
                      PR-EFFECTIVE-DATE
                                   DELIMITED BY SIZE
                      ')'          DELIMITED BY SIZE
                 INTO W-KEEP-FROM
               END-STRING
           ELSE
               DISPLAY '**** NAMADDGDG error: registry '
                       FUNCTION TRIM(PR-PARM-NAME)
                       ' '
                       FUNCTION TRIM(PR-VALUE)
                       ' is not usable - using the default'
           END-IF
           .
       SUB-2100-EXIT.
           EXIT.
