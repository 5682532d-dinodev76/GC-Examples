      *              over the record bytes ahead of the stamp fields
      *              themselves, exactly what NAMADDAUV recomputes.
      *
      *              Each stamped image is also posted to the audit
      *              index through AUDIDX, under the live file's path
      *              and the line the caller is about to write it to
      *              (the lines already on file, counted by the
      *              first-call scan, plus the images stamped since).
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-08-23  0.1      First release
      * 2026-09-14  0.2      Post every stamped image to the TAXID-
      *                      keyed audit index through AUDIDX, so
      *                      per-taxpayer readers stop scanning the
      *                      audit file
      *================================================================*

       IDENTIFICATION DIVISION.

       01  W-LAST-SEQ              PIC 9(09)       VALUE 0.
       01  W-LAST-CHECKSUM         PIC 9(09)       VALUE 0.
       01  W-LINE-COUNT            PIC 9(09)       VALUE 0.

       01  W-LIVE-PATH             PIC X(60)       VALUE
           'Data\NAMEADDR.Audit.dat'.

       01  W-AI-CONTROL.
           COPY AUDIDXL.

       01  W-BYTE-SUM              PIC 9(12)  COMP.
       01  W-CHAIN-WORK            PIC 9(18)  COMP.

           MOVE W-LAST-SEQ         TO AC-SEQ-NUM
           MOVE W-LAST-CHECKSUM    TO AC-CHECKSUM

           ADD  1                  TO W-LINE-COUNT

           PERFORM SUB-2000-POST-TO-INDEX THRU SUB-2000-EXIT
           .
       MAIN-EXIT.
           GOBACK.
                                   TO TRUE
               END-READ

               IF      NOT W-AU-EOF
                   ADD  1          TO W-LINE-COUNT
               END-IF

               IF      NOT W-AU-EOF
                   AND AU-SEQ-NUM NUMERIC
                   MOVE AU-SEQ-NUM TO W-LAST-SEQ
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-2000-POST-TO-INDEX.
      *-----------------------

      **** The index entry carries the image exactly as it will sit
      **** on file, stamp included. No index on disk, or an image
      **** naming no TAXID (a seal), is AUDIDX's to ignore; an index
      **** that could not be posted is put right by a NAMADDAIX
      **** rebuild, so the stamp is never refused for it.

           IF      AC-RECORD-LEN < 1
               OR  AC-RECORD-LEN > LENGTH OF AI-AUDIT-REC
               GO TO SUB-2000-EXIT
           END-IF

           MOVE SPACES             TO AI-AUDIT-REC
           MOVE L-AUDIT-RECORD(1 : AC-RECORD-LEN)
                                   TO AI-AUDIT-REC
           MOVE AI-AUDIT-REC       TO NAMADDAU-REC
           MOVE W-LAST-SEQ         TO AU-SEQ-NUM
           MOVE W-LAST-CHECKSUM    TO AU-CHECKSUM
           MOVE NAMADDAU-REC       TO AI-AUDIT-REC

           SET  AI-FUNC-WRITE      TO TRUE
           MOVE W-LIVE-PATH        TO AI-AUDIT-PATH
           MOVE W-LINE-COUNT       TO AI-LINE-NUM

           CALL 'AUDIDX' USING W-AI-CONTROL
           .
       SUB-2000-EXIT.
           EXIT.
