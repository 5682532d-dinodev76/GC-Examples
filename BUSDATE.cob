      * 2026-09-02  0.2      Jurisdiction-aware dates and the
      *                      holiday roll-forward function (see
      *                      BUSDATEL 0.2)
      * 2026-09-14  0.3      Log every force of the business date -
      *                      the date, jurisdiction and outcome - to
      *                      the privileged-operation log through
      *                      PRIVLOG
      *================================================================*

       IDENTIFICATION DIVISION.

       01  W-HO-FILE-STATUS        PIC X(02).
           88  W-HO-FILE-STATUS-GOOD               VALUE '00'.

       01  W-PV-CONTROL.
           COPY PRIVLOGL.
      /
       LINKAGE SECTION.
      *----------------
                   PERFORM SUB-2000-GET-DATE THRU SUB-2000-EXIT

               WHEN BD-FUNC-SET
                   PERFORM SUB-3000-SET-DATE THRU SUB-3000-EXIT

               WHEN BD-FUNC-FORCE
                   PERFORM SUB-3000-SET-DATE THRU SUB-3000-EXIT
                   PERFORM SUB-3900-LOG-FORCE THRU SUB-3900-EXIT

               WHEN BD-FUNC-ROLL
                   PERFORM SUB-4000-ROLL-FORWARD THRU SUB-4000-EXIT
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-3900-LOG-FORCE.
      *-------------------

      **** A force skips the advance check, so it is the one path
      **** that can move the business date anywhere - every use,
      **** refused or not, goes on the privileged-operation log.
      **** The operator and ticket come from the environment.

           MOVE SPACES             TO W-PV-CONTROL
           MOVE 'BUSDATE'          TO PV-PROGRAM
           MOVE 0                  TO PV-RUN-ID
           MOVE BD-RESPONSE-CODE   TO PV-RETURN-CODE

           STRING 'FORCE '         DELIMITED BY SIZE
                  BD-BUSINESS-DATE DELIMITED BY SIZE
                  ' JURISDICTION ' DELIMITED BY SIZE
                  BD-JURISDICTION  DELIMITED BY SIZE
             INTO PV-ARGS
           END-STRING

           IF      BD-RESPONSE-GOOD
               MOVE 'BUSINESS DATE FORCED'
                                   TO PV-OUTCOME
           ELSE
               MOVE BD-RESPONSE-MSG
                                   TO PV-OUTCOME
           END-IF

           CALL 'PRIVLOG' USING W-PV-CONTROL
           .
       SUB-3900-EXIT.
           EXIT.
      /
       SUB-4000-ROLL-FORWARD.
      *----------------------
