      *              replay, and the program says so rather than
      *              guessing.
      *
      *              A TAXID corrected by NAMADDRKY is followed across
      *              both keys: the re-key link entries (code 'K') are
      *              gathered first, and images under any key linked
      *              to the requested one are replayed as its own.
      *
      *              A single-TAXID reconstruction reads the audit
      *              index through AUDIDX - only that taxpayer's
      *              images, archives included - and scans the audit
      *              file only when no index is on disk.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-08-23  0.1      First release
      * 2026-09-14  0.2      Follow NAMADDRKY re-key link entries, so
      *                      a reconstruction of either the old or
      *                      the corrected TAXID replays the images
      *                      of both and names the re-key
      * 2026-09-14  0.3      A single-TAXID reconstruction reads its
      *                      images, re-key links and rolled-over
      *                      archives included, through the audit
      *                      index (AUDIDX) instead of scanning
      *                      Audit.dat from the top; the scan remains
      *                      for the day report and when no index is
      *                      on disk
      *================================================================*

       IDENTIFICATION DIVISION.
       01  W-ASOF-LAST-TS          PIC X(21)       VALUE SPACES.
       01  W-IMAGE-TAXID           PIC X(12).

      **** Re-key links found in the audit file, and the set of
      **** TAXIDs joined to the requested one through them.

       01  W-REKEY-COUNT           PIC 9(04)  COMP VALUE 0.
       01  W-REKEY-MAX             PIC 9(04)  COMP VALUE 500.

       01  W-REKEY-TABLE.
           05  W-REKEY-ENTRY                       OCCURS 500
                                                   INDEXED W-RK-IX.
               10  W-RK-OLD-TAXID  PIC X(12).
               10  W-RK-NEW-TAXID  PIC X(12).
               10  W-RK-TIMESTAMP  PIC X(21).

       01  W-KEY-COUNT             PIC 9(04)  COMP VALUE 0.
       01  W-KEY-MAX               PIC 9(04)  COMP VALUE 20.

       01  W-KEY-TABLE.
           05  W-KEY-TAXID         PIC X(12)       OCCURS 20
                                                   INDEXED W-KY-IX.

       01  W-FIND-TAXID            PIC X(12).

       01  W-KEY-FOUND-SW          PIC X(01).
           88  W-KEY-FOUND                         VALUE 'Y'.
           88  W-KEY-NOT-FOUND                     VALUE 'N'.

       01  W-KEY-ADDED-SW          PIC X(01).
           88  W-KEY-ADDED                         VALUE 'Y'.
           88  W-KEY-NOT-ADDED                     VALUE 'N'.

       01  W-OLD-IN-SET-SW         PIC X(01).
           88  W-OLD-IN-SET                        VALUE 'Y'.

       01  W-EOF-SW                PIC X(01)       VALUE 'N'.
           88  W-EOF                               VALUE 'Y'.

       01  W-AU-SOURCE-SW          PIC X(01)       VALUE 'F'.
           88  W-AU-FROM-INDEX                     VALUE 'I'.
           88  W-AU-FROM-FILE                      VALUE 'F'.

       01  W-AI-CONTROL.
           COPY AUDIDXL.

       01  W-AU-FILE-STATUS        PIC X(02).
           88  W-AU-FILE-STATUS-GOOD               VALUE '00'.

                       W-ASOF-DATE
           END-IF

           IF      W-MODE-ONE-TAXID
               PERFORM SUB-1400-TRY-AUDIT-INDEX THRU SUB-1400-EXIT
           END-IF

           IF      W-AU-FROM-FILE
               OPEN INPUT  NAMADDAU

               IF      NOT W-AU-FILE-STATUS-GOOD
                   MOVE W-AU-FILE-STATUS
                                   TO FS-STATUS-CODE
                   CALL 'FILESTAT' USING W-FS-CONTROL
                   DISPLAY W-ERROR-MSG
                           'File status '
                           W-AU-FILE-STATUS
                           ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                           ' opening NAMADDAU'
                   MOVE 10         TO W-RETURN-CODE
                   GO TO SUB-1000-EXIT
               END-IF
           END-IF

           OPEN OUTPUT NAMADDAR
               GO TO SUB-1000-EXIT
           END-IF

           IF      W-MODE-ONE-TAXID
               AND W-AU-FROM-FILE
               PERFORM SUB-1500-TRACE-REKEYS THRU SUB-1500-EXIT
           END-IF

           IF      W-MODE-DAY-REPORT
               MOVE SPACES         TO W-RPT-LINE
               STRING ' RECORDS CHANGED ON '
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1400-TRY-AUDIT-INDEX.
      *-------------------------

      **** AUDIDX traces the TAXID through the re-key links itself
      **** and lines up the images of every joined key in the order
      **** they were written; its key set and links are taken over
      **** as if the scan had found them. No index, or more than it
      **** can line up, and the audit file is scanned as before.

           SET  AI-FUNC-TRACE      TO TRUE
           MOVE W-TAXID            TO AI-TAXID

           CALL 'AUDIDX' USING W-AI-CONTROL

           EVALUATE TRUE
               WHEN AI-RESPONSE-GOOD
                   SET  W-AU-FROM-INDEX
                                   TO TRUE

               WHEN AI-RESPONSE-NO-INDEX
                   DISPLAY 'No audit index on disk - scanning the '
                           'audit file'
                   GO TO SUB-1400-EXIT

               WHEN AI-RESPONSE-OVERFLOW
                   DISPLAY 'Too much history for the audit index '
                           'path - scanning the audit file'
                   GO TO SUB-1400-EXIT

               WHEN OTHER
                   DISPLAY W-ERROR-MSG
                           'Audit index unreadable - scanning the '
                           'audit file'
                   GO TO SUB-1400-EXIT
           END-EVALUATE

           MOVE AI-KEY-COUNT       TO W-KEY-COUNT

           PERFORM VARYING AI-KY-IX FROM 1 BY 1
                   UNTIL AI-KY-IX > AI-KEY-COUNT
               SET  W-KY-IX        TO AI-KY-IX
               MOVE AI-KEY-TAXID(AI-KY-IX)
                                   TO W-KEY-TAXID(W-KY-IX)
           END-PERFORM

           MOVE AI-LINK-COUNT      TO W-REKEY-COUNT

           PERFORM VARYING AI-LK-IX FROM 1 BY 1
                   UNTIL AI-LK-IX > AI-LINK-COUNT
               SET  W-RK-IX        TO AI-LK-IX
               MOVE AI-LINK-OLD-TAXID(AI-LK-IX)
                                   TO W-RK-OLD-TAXID(W-RK-IX)
               MOVE AI-LINK-NEW-TAXID(AI-LK-IX)
                                   TO W-RK-NEW-TAXID(W-RK-IX)
               MOVE AI-LINK-TIMESTAMP(AI-LK-IX)
                                   TO W-RK-TIMESTAMP(W-RK-IX)
           END-PERFORM

           IF      W-KEY-COUNT > 1
               MOVE W-KEY-COUNT    TO W-DISP-NUM
               DISPLAY 'Following '
                       W-DISP-NUM
                       ' TAXIDs joined by re-key'
           END-IF

           MOVE AI-HIT-COUNT       TO W-DISP-NUM
           DISPLAY 'Audit index images:   '
                   W-DISP-NUM
           .
       SUB-1400-EXIT.
           EXIT.
      /
       SUB-1500-TRACE-REKEYS.
      *----------------------

      **** One pass gathers every re-key link; the requested TAXID
      **** then draws in each key linked to it, directly or through
      **** a chain of corrections, and the audit file is reopened
      **** for the replay proper.

           MOVE 1                  TO W-KEY-COUNT
           MOVE W-TAXID            TO W-KEY-TAXID(1)

           PERFORM UNTIL W-EOF
               READ NAMADDAU
                   AT END
                       SET  W-EOF  TO TRUE
               END-READ

               IF      NOT W-EOF
                   AND AU-TRANS-REKEY
                   AND W-REKEY-COUNT < W-REKEY-MAX
                   ADD  1          TO W-REKEY-COUNT
                   SET  W-RK-IX    TO W-REKEY-COUNT
                   MOVE NA-TAXID IN AU-OLD-IMAGE
                                   TO W-RK-OLD-TAXID(W-RK-IX)
                   MOVE NA-TAXID IN AU-NEW-IMAGE
                                   TO W-RK-NEW-TAXID(W-RK-IX)
                   MOVE AU-TIMESTAMP
                                   TO W-RK-TIMESTAMP(W-RK-IX)
               END-IF
           END-PERFORM

           CLOSE NAMADDAU
           MOVE 'N'                TO W-EOF-SW

           IF      W-REKEY-COUNT > 0
               SET  W-KEY-ADDED    TO TRUE
               PERFORM SUB-1550-WIDEN-KEY-SET THRU SUB-1550-EXIT
                   UNTIL W-KEY-NOT-ADDED
           END-IF

           IF      W-KEY-COUNT > 1
               MOVE W-KEY-COUNT    TO W-DISP-NUM
               DISPLAY 'Following '
                       W-DISP-NUM
                       ' TAXIDs joined by re-key'
           END-IF

           OPEN INPUT  NAMADDAU

           IF      NOT W-AU-FILE-STATUS-GOOD
               MOVE W-AU-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-AU-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' reopening NAMADDAU'
               MOVE 16             TO W-RETURN-CODE
           END-IF
           .
       SUB-1500-EXIT.
           EXIT.
      /
       SUB-1550-WIDEN-KEY-SET.
      *-----------------------

           SET  W-KEY-NOT-ADDED    TO TRUE

           PERFORM SUB-1560-WIDEN-BY-ONE-LINK THRU SUB-1560-EXIT
               VARYING W-RK-IX FROM 1 BY 1
               UNTIL W-RK-IX > W-REKEY-COUNT
           .
       SUB-1550-EXIT.
           EXIT.
      /
       SUB-1560-WIDEN-BY-ONE-LINK.
      *---------------------------

           MOVE W-RK-OLD-TAXID(W-RK-IX)
                                   TO W-FIND-TAXID
           PERFORM SUB-9200-FIND-KEY THRU SUB-9200-EXIT
           MOVE W-KEY-FOUND-SW     TO W-OLD-IN-SET-SW

           MOVE W-RK-NEW-TAXID(W-RK-IX)
                                   TO W-FIND-TAXID
           PERFORM SUB-9200-FIND-KEY THRU SUB-9200-EXIT

           IF      W-OLD-IN-SET
               AND W-KEY-FOUND
               GO TO SUB-1560-EXIT
           END-IF

           IF      NOT W-OLD-IN-SET
               AND NOT W-KEY-FOUND
               GO TO SUB-1560-EXIT
           END-IF

           IF      W-KEY-COUNT >= W-KEY-MAX
               GO TO SUB-1560-EXIT
           END-IF

           ADD  1                  TO W-KEY-COUNT

           IF      W-OLD-IN-SET
               MOVE W-RK-NEW-TAXID(W-RK-IX)
                                   TO W-KEY-TAXID(W-KEY-COUNT)
           ELSE
               MOVE W-RK-OLD-TAXID(W-RK-IX)
                                   TO W-KEY-TAXID(W-KEY-COUNT)
           END-IF

           SET  W-KEY-ADDED        TO TRUE
           .
       SUB-1560-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS-IMAGE.
      *-----------------------
                                   TO W-IMAGE-TAXID
           END-IF

           MOVE W-IMAGE-TAXID      TO W-FIND-TAXID
           PERFORM SUB-9200-FIND-KEY THRU SUB-9200-EXIT

           IF      W-KEY-NOT-FOUND
               GO TO SUB-2100-EXIT
           END-IF

       SUB-2900-REPORT-RECONSTRUCTION.
      *-------------------------------

           IF      W-KEY-COUNT > 1
               PERFORM SUB-2910-REPORT-ONE-REKEY THRU SUB-2910-EXIT
                   VARYING W-RK-IX FROM 1 BY 1
                   UNTIL W-RK-IX > W-REKEY-COUNT
           END-IF

           EVALUATE TRUE
               WHEN NOT W-TAXID-EVER-SEEN
                   MOVE SPACES     TO W-RPT-LINE
           .
       SUB-2900-EXIT.
           EXIT.
      /
       SUB-2910-REPORT-ONE-REKEY.
      *--------------------------

           MOVE W-RK-OLD-TAXID(W-RK-IX)
                                   TO W-FIND-TAXID
           PERFORM SUB-9200-FIND-KEY THRU SUB-9200-EXIT

           IF      W-KEY-NOT-FOUND
               GO TO SUB-2910-EXIT
           END-IF

           MOVE SPACES             TO W-RPT-LINE
           STRING ' TAXID '        DELIMITED BY SIZE
                  W-RK-OLD-TAXID(W-RK-IX)
                                   DELIMITED BY SIZE
                  ' re-keyed to '  DELIMITED BY SIZE
                  W-RK-NEW-TAXID(W-RK-IX)
                                   DELIMITED BY SIZE
                  ' at '           DELIMITED BY SIZE
                  W-RK-TIMESTAMP(W-RK-IX)
                                   DELIMITED BY SIZE
             INTO W-RPT-LINE
           END-STRING
           PERFORM SUB-9900-EMIT-LINE THRU SUB-9900-EXIT
           .
       SUB-2910-EXIT.
           EXIT.
      /
       SUB-2950-EMIT-RECORD.
      *---------------------
       SUB-3000-SHUT-DOWN.
      *-------------------

           IF      W-AU-FROM-FILE
               CLOSE NAMADDAU
           END-IF

           CLOSE NAMADDAR

           MOVE W-NAMADDAU-RECS    TO W-DISP-NUM
           DISPLAY 'Audit images read:    '
       SUB-9100-READ-NAMADDAU.
      *-----------------------

           IF      W-AU-FROM-INDEX
               PERFORM SUB-9150-NEXT-FROM-INDEX THRU SUB-9150-EXIT
               GO TO SUB-9100-EXIT
           END-IF

           READ NAMADDAU
               AT END
                   SET  W-EOF      TO TRUE
           .
       SUB-9100-EXIT.
           EXIT.
      /
       SUB-9150-NEXT-FROM-INDEX.
      *-------------------------

      **** The image comes back exactly as it sits in the audit file,
      **** so it is laid into the record area and replayed unchanged.

           SET  AI-FUNC-NEXT       TO TRUE

           CALL 'AUDIDX' USING W-AI-CONTROL

           IF      AI-RESPONSE-END
               SET  W-EOF          TO TRUE
               GO TO SUB-9150-EXIT
           END-IF

           IF      NOT AI-RESPONSE-GOOD
               DISPLAY W-ERROR-MSG
                       'Unable to read the audit index'
               MOVE 17             TO W-RETURN-CODE
               SET  W-EOF          TO TRUE
               GO TO SUB-9150-EXIT
           END-IF

           MOVE AI-AUDIT-REC       TO NAMADDAU-REC

           ADD  1                  TO W-NAMADDAU-RECS
           .
       SUB-9150-EXIT.
           EXIT.
      /
       SUB-9200-FIND-KEY.
      *------------------

           SET  W-KEY-NOT-FOUND    TO TRUE

           PERFORM VARYING W-KY-IX FROM 1 BY 1
                   UNTIL W-KY-IX > W-KEY-COUNT
                   OR    W-KEY-FOUND
               IF      W-KEY-TAXID(W-KY-IX) = W-FIND-TAXID
                   SET  W-KEY-FOUND
                                   TO TRUE
               END-IF
           END-PERFORM
           .
       SUB-9200-EXIT.
           EXIT.
      /
       SUB-9900-EMIT-LINE.
      *-------------------
