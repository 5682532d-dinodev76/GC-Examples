      *                      (fixed format only suppresses, since its
      *                      rows have no room to grow)
      *
      *              Every row is written in the character set the
      *              receiver reads (UTF8ENC): the recipient
      *              contract's *CHARSET line, else the registry's
      *              NAMADDEXT OUTPUT-CHARSET, else LATIN1 as held.
      *              Under UTF-8 an accented letter takes two bytes,
      *              so fixed-format columns then count characters,
      *              not bytes. Characters the set cannot carry are
      *              written as '?' and counted for the run.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-08-09  0.1      First release
      *                      recipient with no contract on file
      *                      refuses the run rather than shipping
      *                      every field
      * 2026-09-14  0.8      Honour temporary addresses: when no
      *                      representative is active and the
      *                      TMPADDR subroutine answers a window open
      *                      today, the extract row carries that
      *                      address in the effective address block
      * 2026-09-14  0.9      A contract that tokenizes NA-TAXID ships
      *                      the recipient's stable TOKVAULT token in
      *                      its place, household member TAXIDs
      *                      included, and MASKPII leaves the token
      *                      whole; a token that cannot be issued
      *                      stops the run
      * 2026-09-14  1.0      Encode every row through UTF8ENC in the
      *                      recipient's declared character set (the
      *                      contract's *CHARSET, else registry
      *                      OUTPUT-CHARSET, else LATIN1) and count
      *                      the characters it cannot carry
      * 2026-09-14  1.1      Leave the canary record out of the
      *                      extract and log an EXTRACT line with its
      *                      value to Data\NAMEADDR.Canary.dat for
      *                      NAMADDCNY to verify
      *================================================================*

       IDENTIFICATION DIVISION.
           SELECT NAMADDHH         ASSIGN "Data\NAMEADDR.Household.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-HH-FILE-STATUS.

           SELECT NAMADDCY         ASSIGN "Data\NAMEADDR.Canary.dat"
                                   ORGANIZATION LINE SEQUENTIAL
                                   FILE STATUS W-CY-FILE-STATUS.
      /
       DATA DIVISION.
      *==============

       01  NAMADDEX-REC            PIC X(340).

       01  NAMADDEX-ENC-REC        PIC X(680).

       FD  NAMADDHH.

       01  NAMADDHH-REC.           COPY NAMADDHH.

       FD  NAMADDCY.

       01  NAMADDCY-REC.           COPY NAMADDCY.
      /
       WORKING-STORAGE SECTION.
      *------------------------
       01  W-RP-CONTROL.
           COPY NAMREPL.

       01  W-TA-CONTROL.
           COPY TMPADDRL.

       01  W-REP-ROUTED            PIC 9(09)  COMP VALUE 0.
       01  W-TEMP-ROUTED           PIC 9(09)  COMP VALUE 0.
       01  W-DECEASED-SKIPPED      PIC 9(09)  COMP VALUE 0.
       01  W-CANARY-SKIPPED        PIC 9(09)  COMP VALUE 0.
       01  W-CANARY-VALUE          PIC X(25)       VALUE SPACES.

       01  W-CY-FILE-STATUS        PIC X(02).
           88  W-CY-FILE-STATUS-GOOD               VALUE '00'.

       01  W-RI-CONTROL.
           COPY RUNIDL.

       01  W-MK-CONTROL.
           COPY MASKPIIL.
       01  W-RC-CONTROL.
           COPY RCPCONTL.

       01  W-TV-CONTROL.
           COPY TOKVAULTL.

       01  W-PG-CONTROL.
           COPY PARMREGL REPLACING LEADING ==PR-== BY ==PG-==.

       01  W-UE-CONTROL.
           COPY UTF8ENCL.

       01  W-ENC-IN                PIC X(340).
       01  W-ENC-OUT               PIC X(680).
       01  W-UNCARRIED             PIC 9(09)  COMP VALUE 0.

      **** Fixed-format output copy with the masked fields laid over
      **** NA-TAXID (1-12), NA-PHONE (173-187) and NA-EMAIL
      **** (188-237) by position.
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1080-GET-CHARSET THRU SUB-1080-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           SET  MK-FUNC-INIT       TO TRUE
           MOVE 'NAMADDEXT'        TO MK-CALLER


           CALL 'RCPCONT' USING W-RC-CONTROL

           IF      RC-FOUND
               AND RC-TOKENIZE
               AND RC-RESPONSE-FILE-ERROR
               DISPLAY W-ERROR-MSG
                       'Token vault unreadable for '
                       W-RECIPIENT-ARG
                       ' - extract refused'
               MOVE 21             TO W-RETURN-CODE
               GO TO SUB-1076-EXIT
           END-IF

           IF      RC-RESPONSE-FILE-ERROR
               OR  RC-NOT-FOUND
               DISPLAY W-ERROR-MSG
                       RC-BAD-FIELDS
                       ' contract line(s) name no known field'
           END-IF

           IF      RC-TOKENIZE
               DISPLAY 'NA-TAXID tokenized for this recipient'
           END-IF
           .
       SUB-1076-EXIT.
           EXIT.
           .
       SUB-1079-EXIT.
           EXIT.
      /
       SUB-1080-GET-CHARSET.
      *---------------------

      **** A recipient's contract says what it reads; otherwise the
      **** registry setting for the extract, otherwise the set we
      **** hold. A contract naming a set we cannot write refuses the
      **** run - the recipient would only get garbage.

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
                           ' - extract refused'
                   MOVE 21         TO W-RETURN-CODE
                   GO TO SUB-1080-EXIT
               END-IF

               DISPLAY 'Output character set: '
                       UE-CHARSET
                       ' (recipient contract)'
               GO TO SUB-1080-EXIT
           END-IF

           SET  PG-FUNC-GET        TO TRUE
           MOVE 'NAMADDEXT'        TO PG-PROGRAM-NAME
           MOVE 'OUTPUT-CHARSET'   TO PG-PARM-NAME
           MOVE SPACES             TO PG-AS-OF-DATE

           CALL 'PARMREG' USING W-PG-CONTROL

           IF      PG-RESPONSE-FILE-ERROR
               DISPLAY W-ERROR-MSG
                       'Parameter registry unreadable - using the '
                       'default character set'
               GO TO SUB-1080-EXIT
           END-IF

           IF      PG-NOT-FOUND
               GO TO SUB-1080-EXIT
           END-IF

           MOVE FUNCTION UPPER-CASE(PG-VALUE)
                                   TO UE-CHARSET

           IF      UE-CHARSET-VALID
               DISPLAY 'Output character set: '
                       UE-CHARSET
                       ' (registry, in force since '
                       PG-EFFECTIVE-DATE
                       ')'
           ELSE
               DISPLAY W-ERROR-MSG
                       'Registry OUTPUT-CHARSET '
                       FUNCTION TRIM(PG-VALUE)
                       ' is not usable - using the default'
               MOVE SPACES         TO UE-CHARSET
           END-IF
           .
       SUB-1080-EXIT.
           EXIT.
      /
       SUB-2000-PROCESS.
      *-----------------

      **** The canary is never shipped; NAMADDCNY is told the value
      **** this extract met instead.

           IF      NA-TAXID-CANARY
               ADD  1              TO W-CANARY-SKIPPED
               MOVE NA-FIRST-NAME  TO W-CANARY-VALUE
               PERFORM SUB-9600-READ-NAMADDIX-SEQ THRU SUB-9600-EXIT
               GO TO SUB-2000-EXIT
           END-IF

           IF      NA-STATUS-DECEASED
               ADD  1              TO W-DECEASED-SKIPPED
               PERFORM SUB-9600-READ-NAMADDIX-SEQ THRU SUB-9600-EXIT
                                   TO NA-STATE
                   MOVE RP-REP-ZIP TO NA-ZIP-CODE
               END-IF
           ELSE
               SET  TA-FUNC-QUERY  TO TRUE
               MOVE NA-TAXID       TO TA-TAXID
               MOVE SPACES         TO TA-AS-OF-DATE
               CALL 'TMPADDR' USING W-TA-CONTROL

               IF      TA-ACTIVE
                   ADD  1          TO W-TEMP-ROUTED

                   IF      NA-ADDRESS-TYPE-MAILING
                       MOVE TA-STREET
                                   TO NA-M-STREET
                       MOVE TA-CITY
                                   TO NA-M-CITY
                       MOVE TA-STATE
                                   TO NA-M-STATE
                       MOVE TA-ZIP-CODE
                                   TO NA-M-ZIP-CODE
                   ELSE
                       MOVE TA-STREET
                                   TO NA-STREET
                       MOVE TA-CITY
                                   TO NA-CITY
                       MOVE TA-STATE
                                   TO NA-STATE
                       MOVE TA-ZIP-CODE
                                   TO NA-ZIP-CODE
                   END-IF
               END-IF
           END-IF

           IF      W-CONTRACT-ON
               SET  RC-FUNC-APPLY  TO TRUE
               MOVE NAMADDIX-REC   TO RC-RECORD
               CALL 'RCPCONT' USING W-RC-CONTROL

               IF      RC-RESPONSE-FILE-ERROR
                   DISPLAY W-ERROR-MSG
                           'No token could be issued for TAXID '
                           NA-TAXID
                           ' - token vault not writable'
                   MOVE 41         TO W-RETURN-CODE
                   GO TO SUB-2000-EXIT
               END-IF

               MOVE RC-RECORD      TO NAMADDIX-REC
           END-IF


           CALL 'MASKPII' USING W-MK-CONTROL

      **** A token is no TAXID and must reach the partner whole, or
      **** it cannot match on it.

           IF      W-CONTRACT-ON
               AND RC-TOKENIZE
               MOVE NA-TAXID       TO MK-TAXID
           END-IF

           IF      W-FORMAT-CSV
               PERFORM SUB-2100-BUILD-CSV-ROW THRU SUB-2100-EXIT

                   AND W-HH-FOUND
                   AND W-HH-FOUND-PRIMARY
                   PERFORM SUB-2150-APPEND-HOUSEHOLD THRU SUB-2150-EXIT

                   IF      W-RETURN-CODE NOT = 0
                       DISPLAY W-ERROR-MSG
                               'No token could be issued for a '
                               'household member - token vault not '
                               'writable'
                       GO TO SUB-2000-EXIT
                   END-IF
               END-IF
           ELSE
               PERFORM SUB-2200-BUILD-FIXED-ROW THRU SUB-2200-EXIT
               IF      W-HH-KEY(W-HH-IX2) = W-HH-FOUND-KEY
                   AND W-HH-ROLE(W-HH-IX2) = 'M'
                   AND W-HH-LIST-PTR < 48
                   MOVE W-HH-TAXID(W-HH-IX2)
                                   TO TV-TAXID

                   IF      W-CONTRACT-ON
                       AND RC-TOKENIZE
                       SET  TV-FUNC-TOKENIZE
                                   TO TRUE
                       CALL 'TOKVAULT' USING W-TV-CONTROL

                       IF      TV-RESPONSE-FILE-ERROR
                           MOVE 41 TO W-RETURN-CODE
                       END-IF

                       MOVE TV-TOKEN
                                   TO TV-TAXID
                   END-IF

                   STRING FUNCTION TRIM(TV-TAXID)
                                           DELIMITED BY SIZE
                          ' '              DELIMITED BY SIZE
                     INTO W-HH-MEMBER-LIST
                                   DELIMITED BY SIZE
                 INTO W-TRAILER-LINE
               END-STRING
               MOVE W-TRAILER-LINE TO NAMADDEX-REC
               PERFORM SUB-9950-ENCODE-NAMADDEX THRU SUB-9950-EXIT
               WRITE NAMADDEX-ENC-REC
           END-IF

           CLOSE NAMADDIX
                 NAMADDEX

           IF      W-CANARY-VALUE NOT = SPACES
               AND W-RETURN-CODE = 0
               PERFORM SUB-9800-WRITE-CANARY-LOG THRU SUB-9800-EXIT
           END-IF

           MOVE W-NAMADDIX-RECS    TO W-DISP-NUM
           DISPLAY 'NAMADDIX records extracted: '
                   W-DISP-NUM
           DISPLAY 'Routed to representative:   '
                   W-DISP-NUM

           MOVE W-TEMP-ROUTED      TO W-DISP-NUM
           DISPLAY 'Sent to temporary address:  '
                   W-DISP-NUM

           MOVE W-DECEASED-SKIPPED TO W-DISP-NUM
           DISPLAY 'Deceased suppressed:        '
                   W-DISP-NUM

           MOVE W-UNCARRIED        TO W-DISP-NUM
           DISPLAY 'Characters not carried:     '
                   W-DISP-NUM

           MOVE W-CANARY-SKIPPED   TO W-DISP-NUM
           DISPLAY 'Canary withheld:            '
                   W-DISP-NUM

           DISPLAY 'NAMADDEXT completed'
           .
       SUB-3000-EXIT.
           .
       SUB-9700-EXIT.
           EXIT.
      /
       SUB-9800-WRITE-CANARY-LOG.
      *--------------------------

           SET  RI-FUNC-CURRENT    TO TRUE
           CALL 'RUNID' USING W-RI-CONTROL

           OPEN EXTEND NAMADDCY

           IF      NOT W-CY-FILE-STATUS-GOOD
               OPEN OUTPUT NAMADDCY
           END-IF

           IF      NOT W-CY-FILE-STATUS-GOOD
               MOVE W-CY-FILE-STATUS TO FS-STATUS-CODE
               CALL 'FILESTAT' USING W-FS-CONTROL
               DISPLAY W-ERROR-MSG
                       'File status '
                       W-CY-FILE-STATUS
                       ' (' FUNCTION TRIM(FS-STATUS-TEXT) ')'
                       ' opening NAMADDCY'
               GO TO SUB-9800-EXIT
           END-IF

           MOVE SPACES             TO NAMADDCY-REC
           SET  CY-EVENT-EXTRACT   TO TRUE
           MOVE RI-RUN-ID          TO CY-RUN-ID
           MOVE FUNCTION CURRENT-DATE(1:14)
                                   TO CY-STAMP-TS
           MOVE 'NAMADDEXT'        TO CY-PROGRAM-NAME
           MOVE W-CANARY-VALUE     TO CY-VALUE
           MOVE W-RECIPIENT-ARG    TO CY-DETAIL

           WRITE NAMADDCY-REC

           CLOSE NAMADDCY
           .
       SUB-9800-EXIT.
           EXIT.
      /
       SUB-9900-WRITE-NAMADDEX.
      *------------------------

           PERFORM SUB-9950-ENCODE-NAMADDEX THRU SUB-9950-EXIT

           WRITE NAMADDEX-ENC-REC

           IF      W-EX-FILE-STATUS-GOOD
               ADD  1              TO W-NAMADDIX-RECS
           .
       SUB-9900-EXIT.
           EXIT.
      /
       SUB-9950-ENCODE-NAMADDEX.
      *-------------------------

      **** The row as built, re-encoded into the receiver's set; the
      **** encoded record is twice the width so two-byte characters
      **** never push the end of the row off.

           MOVE NAMADDEX-REC       TO W-ENC-IN
           MOVE LENGTH OF W-ENC-IN TO UE-RECORD-LEN-IN

           CALL 'UTF8ENC' USING W-UE-CONTROL
                                W-ENC-IN
                                W-ENC-OUT

           ADD  UE-UNCARRIED-CNT   TO W-UNCARRIED
           MOVE W-ENC-OUT          TO NAMADDEX-ENC-REC
           .
       SUB-9950-EXIT.
           EXIT.
