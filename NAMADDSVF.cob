      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-02  0.1      First release
      * 2026-09-14  0.2      Skip every advisory companion line
      *                      BLDFILES writes beside a real result -
      *                      BOXWARN, RELWARN and the new PRECWARN
      *                      partial-apply line as well as DUPWARN
      *================================================================*

       IDENTIFICATION DIVISION.
               GO TO SUB-3100-EXIT
           END-IF

      **** 'DUPWARN', 'BOXWARN', 'RELWARN' and 'PRECWARN' are
      **** BLDFILES's advisory companion lines to a real result -
      **** a duplicate, box-address or relationship warning, or a
      **** change partly held by source precedence. Judging one
      **** would consume the prediction and report the true result
      **** as UNPREDICTED.

           IF      TR-RESULT = 'DUPWARN'
               OR  TR-RESULT = 'BOXWARN'
               OR  TR-RESULT = 'RELWARN'
               OR  TR-RESULT = 'PRECWARN'
               GO TO SUB-3100-EXIT
           END-IF

