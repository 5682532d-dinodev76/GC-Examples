      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-02  0.1      First release
      * 2026-09-14  0.2      The build walks the audit index
      *                      (AUDIDX) when one is on disk, so
      *                      addresses changed before the audit file
      *                      was rolled over are kept; the audit
      *                      file is scanned as before otherwise
      *================================================================*

       IDENTIFICATION DIVISION.
       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-EOF                               VALUE 'Y'.

       01  W-AU-SOURCE-SW          PIC X(01)       VALUE 'F'.
           88  W-AU-FROM-INDEX                     VALUE 'I'.
           88  W-AU-FROM-FILE                      VALUE 'F'.

       01  W-AI-CONTROL.
           COPY AUDIDXL.

       01  FILLER                  PIC X(01)       VALUE 'N'.
           88  W-PA-EOF                            VALUE 'Y'.

               GO TO SUB-1000-EXIT
           END-IF

      **** The audit index holds the images of the rolled-over
      **** archives as well as the live file; without one, the
      **** live audit file is all there is to scan.

           IF      W-MODE-BUILD
               SET  AI-FUNC-ALL    TO TRUE

               CALL 'AUDIDX' USING W-AI-CONTROL

               IF      AI-RESPONSE-GOOD
                   SET  W-AU-FROM-INDEX
                                   TO TRUE
                   SET  AI-FUNC-NEXT
                                   TO TRUE
                   DISPLAY 'Reading the audit index'
                   GO TO SUB-1000-EXIT
               END-IF

               OPEN INPUT NAMADDAU

               IF      NOT W-AU-FILE-STATUS-GOOD
       SUB-2000-SCAN-ONE-IMAGE.
      *------------------------

           IF      W-AU-FROM-INDEX
               CALL 'AUDIDX' USING W-AI-CONTROL

               IF      AI-RESPONSE-END
                   SET  W-EOF      TO TRUE
                   GO TO SUB-2000-EXIT
               END-IF

               IF      NOT AI-RESPONSE-GOOD
                   DISPLAY W-ERROR-MSG
                           'Audit index unreadable'
                   MOVE 11         TO W-RETURN-CODE
                   GO TO SUB-2000-EXIT
               END-IF

               MOVE AI-AUDIT-REC   TO NAMADDAU-REC
           ELSE
               READ NAMADDAU
                   AT END
                       SET  W-EOF  TO TRUE
                       GO TO SUB-2000-EXIT
               END-READ
           END-IF

           ADD  1                  TO W-NAMADDAU-RECS

           END-PERFORM

           IF      W-PAIR-FOUND
               IF      AU-TIMESTAMP(1 : 8) > W-PAX-DATE(W-PAX-IX)
                   MOVE AU-TIMESTAMP(1 : 8)
                                   TO W-PAX-DATE(W-PAX-IX)
               END-IF
               GO TO SUB-2100-EXIT
           END-IF

      *-------------------

           IF      W-MODE-BUILD
               IF      W-AU-FROM-INDEX
                   SET  AI-FUNC-CLOSE
                                   TO TRUE
                   CALL 'AUDIDX' USING W-AI-CONTROL
               ELSE
                   CLOSE NAMADDAU
               END-IF

               MOVE W-NAMADDAU-RECS
                                   TO W-DISP-NUM
