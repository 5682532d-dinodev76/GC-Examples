      * Date        Version  Description
      * ----        -------  -----------
      * 2026-08-23  0.1      First release
      * 2026-09-14  0.2      Hand back the directory's state for the
      *                      prefix in ZP-DIR-STATE
      *================================================================*

       IDENTIFICATION DIVISION.
           END-IF

           SET  ZP-RESULT-UNKNOWN  TO TRUE
           MOVE SPACES             TO ZP-DIR-STATE

           IF      ZP-ZIP-CODE(1 : 3) NOT NUMERIC
               GO TO MAIN-EXIT
           PERFORM UNTIL W-DIR-IX > W-DIR-COUNT
                   OR    NOT ZP-RESULT-UNKNOWN
               IF      W-DIR-PREFIX(W-DIR-IX) = ZP-ZIP-CODE(1 : 3)
                   MOVE W-DIR-STATE(W-DIR-IX)
                                   TO ZP-DIR-STATE
                   IF      W-DIR-STATE(W-DIR-IX) = ZP-STATE(1 : 2)
                       SET  ZP-RESULT-MATCH
                                   TO TRUE
