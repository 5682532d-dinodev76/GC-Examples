      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-02  0.1      First release
      * 2026-09-14  0.2      Log every run - operator, arguments,
      *                      ticket reference and outcome - to the
      *                      privileged-operation log through PRIVLOG
      * 2026-09-14  0.3      The audit index (AUDIDX) entries of the
      *                      renamed file are re-pointed at the
      *                      archive, so per-TAXID readers keep
      *                      finding images that were rolled over
      *================================================================*

       IDENTIFICATION DIVISION.
       01  W-RI-CONTROL.
           COPY RUNIDL.

       01  W-PV-CONTROL.
           COPY PRIVLOGL.

       01  W-AC-CONTROL.
           COPY AUDCHAINL.

       01  W-GD-CONTROL.
           COPY GDGCATL.

       01  W-AI-CONTROL.
           COPY AUDIDXL.

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
                                   PIC X(04).
           PERFORM SUB-3000-SHUT-DOWN THRU SUB-3000-EXIT
           .
       MAIN-EXIT.
           PERFORM SUB-9700-LOG-PRIVILEGED-OP THRU SUB-9700-EXIT

           MOVE W-RETURN-CODE      TO RETURN-CODE
           STOP RUN.
      /

           DISPLAY 'Archived as '
                   FUNCTION TRIM(W-ARCHIVE-PATH)

      **** The index entries of the renamed file now live in the
      **** archive. No index on disk is not an error - NAMADDAIX
      **** builds one from the backup catalog when it is wanted.

           SET  AI-FUNC-REPOINT    TO TRUE
           MOVE W-LIVE-PATH        TO AI-AUDIT-PATH
           MOVE W-ARCHIVE-PATH     TO AI-TO-PATH

           CALL 'AUDIDX' USING W-AI-CONTROL

           EVALUATE TRUE
               WHEN AI-RESPONSE-GOOD
                   MOVE AI-ENTRY-COUNT
                                   TO W-DISP-NUM
                   DISPLAY 'Audit index entries re-pointed: '
                           W-DISP-NUM

               WHEN AI-RESPONSE-NO-INDEX
                   CONTINUE

               WHEN OTHER
                   DISPLAY W-ERROR-MSG
                           'Unable to re-point the audit index - '
                           'run NAMADDAIX to rebuild it'
           END-EVALUATE

           SET  AI-FUNC-CLOSE      TO TRUE

           CALL 'AUDIDX' USING W-AI-CONTROL
           .
       SUB-2200-EXIT.
           EXIT.
           .
       SUB-3000-EXIT.
           EXIT.
      /
       SUB-9700-LOG-PRIVILEGED-OP.
      *---------------------------

      **** Every run is logged, the refused and failed ones too -
      **** the monthly NAMADDPVR review wants the attempts as well.

           MOVE SPACES             TO W-PV-CONTROL
           MOVE 'NAMADDROL'        TO PV-PROGRAM
           MOVE 0                  TO PV-RUN-ID

           IF      RI-RUN-ID NUMERIC
               MOVE RI-RUN-ID      TO PV-RUN-ID
           END-IF

           MOVE W-RETURN-CODE      TO PV-RETURN-CODE

           CALL 'PRIVLOG' USING W-PV-CONTROL
           .
       SUB-9700-EXIT.
           EXIT.
