      *              re-shipped. The rows go out masked through
      *              MASKPII exactly as the full extract does.
      *
      *              Every line is written in the character set the
      *              subscriber reads (UTF8ENC): its contract's
      *              *CHARSET line, else the registry's NAMADDDLT
      *              OUTPUT-CHARSET, else LATIN1 as held. Under UTF-8
      *              an accented letter takes two bytes, so image
      *              columns then count characters, not bytes.
      *              Characters the set cannot carry are written as
      *              '?' and counted for the run.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-02  0.1      First release
      *                      silently skip them, the one thing the
      *                      bookmark contract promises never
      *                      happens
      * 2026-09-14  0.4      A contract that tokenizes NA-TAXID ships
      *                      the subscriber's stable TOKVAULT token
      *                      in its place, left whole by MASKPII; a
      *                      cut that cannot tokenize every row is
      *                      emptied and fails, the bookmark
      *                      untouched
      * 2026-09-14  0.5      Encode every line through UTF8ENC in the
      *                      subscriber's declared character set (the
      *                      contract's *CHARSET, else registry
      *                      OUTPUT-CHARSET, else LATIN1) and count
      *                      the characters it cannot carry
      * 2026-09-14  0.6      Leave the canary record out of the cut
      *                      and log a DELTA line with its value to
      *                      Data\NAMEADDR.Canary.dat for NAMADDCNY
      *                      to verify
      *================================================================*

       IDENTIFICATION DIVISION.
           SELECT DELTAOUT         ASSIGN TO W-DELTA-PATH
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-DL-FILE-STATUS.

           SELECT NAMADDCY         ASSIGN "Data\NAMEADDR.Canary.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-CY-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       FD  DELTAOUT.

       01  DELTAOUT-REC            PIC X(700).

       FD  NAMADDCY.

       01  NAMADDCY-REC.           COPY NAMADDCY.
      /
       WORKING-STORAGE SECTION.
      *------------------------
       01  W-AUDIT-RECS            PIC 9(09)  COMP VALUE 0.
       01  W-QUALIFYING-RECS       PIC 9(09)  COMP VALUE 0.
       01  W-ROWS-WRITTEN          PIC 9(04)  COMP VALUE 0.
       01  W-CANARY-VALUE          PIC X(25)       VALUE SPACES.

       01  W-TRAILER-LINE          PIC X(80).
       01  W-DISP-NUM              PIC ZZZ,ZZ9.
       01  W-DL-FILE-STATUS        PIC X(02).
           88  W-DL-FILE-STATUS-GOOD               VALUE '00'.

       01  W-CY-FILE-STATUS        PIC X(02).
           88  W-CY-FILE-STATUS-GOOD               VALUE '00'.

       01  W-ERROR-MSG             PIC X(22)       VALUE
           '**** NAMADDDLT error: '.

           88  W-CONTRACT-ON                       VALUE 'Y'.
       01  W-CONTRACT-VER          PIC 9(04).

       01  W-PR-CONTROL.
           COPY PARMREGL.

       01  W-UE-CONTROL.
           COPY UTF8ENCL.

       01  W-ENC-IN                PIC X(350).
       01  W-UNCARRIED             PIC 9(09)  COMP VALUE 0.

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
                                   PIC X(04).
                                   TO RC-SUBSCRIBER
               CALL 'RCPCONT' USING W-RC-CONTROL

               IF      RC-FOUND
                   AND RC-TOKENIZE
                   AND RC-RESPONSE-FILE-ERROR
                   DISPLAY W-ERROR-MSG
                           'Token vault unreadable for '
                           W-SUBSCRIBER-ARG
                           ' - delta refused'
                   MOVE 9          TO W-RETURN-CODE
                   GO TO SUB-1000-EXIT
               END-IF

               IF      RC-RESPONSE-GOOD
                   AND RC-FOUND
                   SET  W-CONTRACT-ON
                           RC-VERSION
                           ' applies to this delta'
               END-IF

               PERFORM SUB-1200-GET-CHARSET THRU SUB-1200-EXIT
           END-IF
           .
       SUB-1000-EXIT.
           .
       SUB-1150-EXIT.
           EXIT.
      /
       SUB-1200-GET-CHARSET.
      *---------------------

      **** The subscriber's contract says what it reads; otherwise
      **** the registry setting for delta feeds, otherwise the set we
      **** hold. A contract naming a set we cannot write refuses the
      **** cut.

           MOVE SPACES             TO UE-CHARSET
           MOVE SPACE              TO UE-SUBSTITUTE-CHAR

           IF      W-CONTRACT-ON
               AND RC-CHARSET NOT = SPACES
               MOVE RC-CHARSET     TO UE-CHARSET

               IF      NOT UE-CHARSET-VALID
                   DISPLAY W-ERROR-MSG
                           'Contract character set '
                           RC-CHARSET
                           ' is not UTF-8, LATIN1 or ASCII'
                           ' - delta refused'
                   MOVE 9          TO W-RETURN-CODE
                   GO TO SUB-1200-EXIT
               END-IF

               DISPLAY 'Output character set: '
                       UE-CHARSET
                       ' (recipient contract)'
               GO TO SUB-1200-EXIT
           END-IF

           SET  PR-FUNC-GET        TO TRUE
           MOVE 'NAMADDDLT'        TO PR-PROGRAM-NAME
           MOVE 'OUTPUT-CHARSET'   TO PR-PARM-NAME
           MOVE SPACES             TO PR-AS-OF-DATE

           CALL 'PARMREG' USING W-PR-CONTROL

           IF      PR-RESPONSE-FILE-ERROR
               DISPLAY W-ERROR-MSG
                       'Parameter registry unreadable - using the '
                       'default character set'
               GO TO SUB-1200-EXIT
           END-IF

           IF      PR-NOT-FOUND
               GO TO SUB-1200-EXIT
           END-IF

           MOVE FUNCTION UPPER-CASE(PR-VALUE)
                                   TO UE-CHARSET

           IF      UE-CHARSET-VALID
               DISPLAY 'Output character set: '
                       UE-CHARSET
                       ' (registry, in force since '
                       PR-EFFECTIVE-DATE
                       ')'
           ELSE
               DISPLAY W-ERROR-MSG
                       'Registry OUTPUT-CHARSET '
                       FUNCTION TRIM(PR-VALUE)
                       ' is not usable - using the default'
               MOVE SPACES         TO UE-CHARSET
           END-IF
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-2000-SCAN-AUDIT.
      *--------------------
           PERFORM SUB-3100-WRITE-ONE-ROW THRU SUB-3100-EXIT
               VARYING W-DLT-IX FROM 1 BY 1
               UNTIL W-DLT-IX > W-DELTA-COUNT
               OR    W-RETURN-CODE NOT = 0

      **** A cut that stopped part way is not sent at all.

           IF      W-RETURN-CODE NOT = 0
               CLOSE DELTAOUT
               OPEN OUTPUT DELTAOUT
               CLOSE DELTAOUT
               GO TO SUB-3000-EXIT
           END-IF

           MOVE W-ROWS-WRITTEN     TO W-LOG-ROWS
           MOVE W-HIGH-SEQ         TO W-LOG-SEQ
                  W-LOG-SEQ        DELIMITED BY SIZE
             INTO W-TRAILER-LINE
           END-STRING
           MOVE W-TRAILER-LINE     TO W-ENC-IN
           PERFORM SUB-3900-ENCODE-LINE THRU SUB-3900-EXIT
           WRITE DELTAOUT-REC

           IF      W-CONTRACT-ON
               MOVE RC-VERSION     TO W-CONTRACT-VER
                                   DELIMITED BY SIZE
                 INTO W-TRAILER-LINE
               END-STRING
               MOVE W-TRAILER-LINE TO W-ENC-IN
               PERFORM SUB-3900-ENCODE-LINE THRU SUB-3900-EXIT
               WRITE DELTAOUT-REC
           END-IF

           CLOSE DELTAOUT

           DISPLAY 'Delta written to '
                   FUNCTION TRIM(W-DELTA-PATH)

           IF      W-CANARY-VALUE NOT = SPACES
               PERFORM SUB-3800-WRITE-CANARY-LOG THRU SUB-3800-EXIT
           END-IF
           .
       SUB-3000-EXIT.
           EXIT.
           MOVE W-DLT-IMAGE(W-DLT-IX)
                                   TO W-IMAGE-WORK

      **** The canary is never shipped; NAMADDCNY is told the value
      **** this cut met instead.

           IF      NA-TAXID-CANARY OF W-IMAGE-WORK
               MOVE NA-FIRST-NAME OF W-IMAGE-WORK
                                   TO W-CANARY-VALUE
               GO TO SUB-3100-EXIT
           END-IF

           IF      W-CONTRACT-ON
               SET  RC-FUNC-APPLY  TO TRUE
               MOVE W-IMAGE-WORK   TO RC-RECORD
               CALL 'RCPCONT' USING W-RC-CONTROL

               IF      RC-RESPONSE-FILE-ERROR
                   DISPLAY W-ERROR-MSG
                           'No token could be issued for TAXID '
                           NA-TAXID OF W-IMAGE-WORK
                           ' - token vault not writable'
                   MOVE 9          TO W-RETURN-CODE
                   GO TO SUB-3100-EXIT
               END-IF

               MOVE RC-RECORD      TO W-IMAGE-WORK
           END-IF


           CALL 'MASKPII' USING W-MK-CONTROL

           IF      NOT (W-CONTRACT-ON AND RC-TOKENIZE)
               MOVE MK-TAXID       TO NA-TAXID OF W-IMAGE-WORK
           END-IF

           MOVE MK-PHONE           TO NA-PHONE OF W-IMAGE-WORK
           MOVE MK-EMAIL           TO NA-EMAIL OF W-IMAGE-WORK

                                   TO W-DL-TYPE
           MOVE W-IMAGE-WORK       TO W-DL-IMAGE

           MOVE W-DELTA-LINE       TO W-ENC-IN
           PERFORM SUB-3900-ENCODE-LINE THRU SUB-3900-EXIT
           WRITE DELTAOUT-REC

           IF      NOT W-DL-FILE-STATUS-GOOD
               MOVE W-DL-FILE-STATUS
           .
       SUB-3100-EXIT.
           EXIT.
      /
       SUB-3800-WRITE-CANARY-LOG.
      *--------------------------

           OPEN EXTEND NAMADDCY

           IF      NOT W-CY-FILE-STATUS-GOOD
               OPEN OUTPUT NAMADDCY
           END-IF

           IF      NOT W-CY-FILE-STATUS-GOOD
               MOVE W-CY-FILE-STATUS
                                   TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-CY-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDCY'
               GO TO SUB-3800-EXIT
           END-IF

           MOVE SPACES             TO NAMADDCY-REC
           SET  CY-EVENT-DELTA     TO TRUE
           MOVE RI-RUN-ID          TO CY-RUN-ID
           MOVE FUNCTION CURRENT-DATE(1:14)
                                   TO CY-STAMP-TS
           MOVE 'NAMADDDLT'        TO CY-PROGRAM-NAME
           MOVE W-CANARY-VALUE     TO CY-VALUE
           MOVE W-SUBSCRIBER-ARG   TO CY-DETAIL

           WRITE NAMADDCY-REC

           CLOSE NAMADDCY
           .
       SUB-3800-EXIT.
           EXIT.
      /
       SUB-3900-ENCODE-LINE.
      *---------------------

      **** The line as built, re-encoded into the subscriber's set;
      **** the output record is twice the width so two-byte
      **** characters never push the end of the line off.

           MOVE LENGTH OF W-ENC-IN TO UE-RECORD-LEN-IN

           CALL 'UTF8ENC' USING W-UE-CONTROL
                                W-ENC-IN
                                DELTAOUT-REC

           ADD  UE-UNCARRIED-CNT   TO W-UNCARRIED
           .
       SUB-3900-EXIT.
           EXIT.
      /
       SUB-4000-ACKNOWLEDGE.
      *---------------------
               DISPLAY 'Past the bookmark:   ' W-DISP-NUM
               MOVE W-ROWS-WRITTEN TO W-DISP-NUM
               DISPLAY 'Delta rows written:  ' W-DISP-NUM
               MOVE W-UNCARRIED    TO W-DISP-NUM
               DISPLAY 'Chars not carried:   ' W-DISP-NUM
           END-IF

           MOVE W-ROWS-WRITTEN     TO W-LOG-ROWS
