      * Date        Version  Description
      * ----        -------  -----------
      * 2026-08-23  0.1      First release
      * 2026-09-14  0.2      Log every run - operator, arguments,
      *                      ticket reference and outcome - to the
      *                      privileged-operation log through PRIVLOG
      *================================================================*

       IDENTIFICATION DIVISION.
       01  W-RI-CONTROL.
           COPY RUNIDL.

       01  W-PV-CONTROL.
           COPY PRIVLOGL.

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
                                   PIC X(04).
           END-IF
           .
       MAIN-EXIT.
           PERFORM SUB-9700-LOG-PRIVILEGED-OP THRU SUB-9700-EXIT

           MOVE W-RETURN-CODE      TO RETURN-CODE
           STOP RUN.
      /
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-9700-LOG-PRIVILEGED-OP.
      *---------------------------

      **** Every run is logged, the refused and failed ones too -
      **** the monthly NAMADDPVR review wants the attempts as well.

           MOVE SPACES             TO W-PV-CONTROL
           MOVE 'NAMADDUNL'        TO PV-PROGRAM
           MOVE 0                  TO PV-RUN-ID

           IF      RI-RUN-ID NUMERIC
               MOVE RI-RUN-ID      TO PV-RUN-ID
           END-IF

           MOVE W-RETURN-CODE      TO PV-RETURN-CODE

           CALL 'PRIVLOG' USING W-PV-CONTROL
           .
       SUB-9700-EXIT.
           EXIT.
