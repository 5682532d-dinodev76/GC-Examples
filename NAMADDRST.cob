      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-02  0.1      First release
      * 2026-09-14  0.2      Skip the TAXID re-key link entry
      *                      (code 'K') with the rollover entries -
      *                      the add and delete images around it are
      *                      what the replay applies
      * 2026-09-14  0.3      Log every run - operator, arguments,
      *                      ticket reference and outcome - to the
      *                      privileged-operation log through PRIVLOG
      *================================================================*

       IDENTIFICATION DIVISION.
       01  W-RI-CONTROL.
           COPY RUNIDL.

       01  W-PV-CONTROL.
           COPY PRIVLOGL.

       01  W-LK-CONTROL.
           COPY LOCKMGRL.

           PERFORM SUB-9990-RELEASE-LOCK THRU SUB-9990-EXIT
           .
       MAIN-EXIT.
           PERFORM SUB-9700-LOG-PRIVILEGED-OP THRU SUB-9700-EXIT

           MOVE W-RETURN-CODE      TO RETURN-CODE
           STOP RUN.
      /
               GO TO SUB-2400-EXIT
           END-IF

           IF      AU-TRANS-CODE = 'S' OR 'O' OR 'K'
               GO TO SUB-2400-EXIT
           END-IF

           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-9700-LOG-PRIVILEGED-OP.
      *---------------------------

      **** Every run is logged, the refused and failed ones too -
      **** the monthly NAMADDPVR review wants the attempts as well.

           MOVE SPACES             TO W-PV-CONTROL
           MOVE 'NAMADDRST'        TO PV-PROGRAM
           MOVE 0                  TO PV-RUN-ID

           IF      RI-RUN-ID NUMERIC
               MOVE RI-RUN-ID      TO PV-RUN-ID
           END-IF

           MOVE W-RETURN-CODE      TO PV-RETURN-CODE

           CALL 'PRIVLOG' USING W-PV-CONTROL
           .
       SUB-9700-EXIT.
           EXIT.
      /
       SUB-9990-RELEASE-LOCK.
      *----------------------
