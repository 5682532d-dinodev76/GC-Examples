      *              Data\NAMEADDR.Recipient.dat into storage; 'A'
      *              walks the loaded rules against the caller's
      *              record: 'B' blanks the named field, 'M' masks
      *              it to its last four characters, 'T' replaces
      *              NA-TAXID with the recipient's stable token from
      *              the TOKVAULT vault, and any field the contract
      *              does not name passes through untouched.
      *              MASKPII's policy masking still applies on top
      *              (a token, which is no TAXID, is left whole) -
      *              the contract narrows what a recipient gets,
      *              never widens it.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-02  0.1      First release
      * 2026-09-14  0.2      Disposition 'T' tokenizes NA-TAXID
      *                      through TOKVAULT, whose vault is loaded
      *                      with the contract; a token that cannot
      *                      be issued fails the apply
      * 2026-09-14  0.3      Return the contract's *CHARSET line in
      *                      RC-CHARSET
      *================================================================*

       IDENTIFICATION DIVISION.
           05  FILLER              PIC X(01).
           05  RF-DISPOSITION      PIC X(01).
           05  FILLER              PIC X(01).
           05  RF-SETTING          PIC X(08).
           05  FILLER REDEFINES RF-SETTING.
               10  RF-VERSION      PIC X(04).
               10  FILLER          PIC X(04).
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-RC-FILE-STATUS        PIC X(02).
           88  W-RC-FILE-STATUS-GOOD               VALUE '00'.

       01  W-TV-CONTROL.
           COPY TOKVAULTL.
      /
       LINKAGE SECTION.
      *----------------
                                      RC-FIELD-COUNT
                                      RC-BAD-FIELDS
           SET  RC-NOT-FOUND       TO TRUE
           SET  RC-NO-TOKENIZE     TO TRUE
           MOVE SPACES             TO RC-CHARSET
           SET  W-RC-NOT-EOF       TO TRUE

           OPEN INPUT RCPFILE
           CLOSE RCPFILE

           MOVE W-RULE-COUNT       TO RC-FIELD-COUNT

           IF      RC-TOKENIZE
               SET  TV-FUNC-INIT   TO TRUE
               MOVE RC-SUBSCRIBER  TO TV-RECIPIENT
               CALL 'TOKVAULT' USING W-TV-CONTROL

               IF      TV-RESPONSE-FILE-ERROR
                   SET  RC-RESPONSE-FILE-ERROR
                                   TO TRUE
               END-IF
           END-IF
           .
       SUB-1000-EXIT.
           EXIT.
               GO TO SUB-1100-EXIT
           END-IF

           IF      FUNCTION UPPER-CASE(RF-FIELD-NAME) = '*CHARSET'
               MOVE FUNCTION UPPER-CASE(RF-SETTING)
                                   TO RC-CHARSET
               GO TO SUB-1100-EXIT
           END-IF

           IF      W-RULE-COUNT >= W-RULE-MAX
               GO TO SUB-1100-EXIT
           END-IF

           IF      NOT (RF-DISPOSITION = 'B' OR 'M' OR 'T')
               ADD  1              TO RC-BAD-FIELDS
               GO TO SUB-1100-EXIT
           END-IF

      **** Only the TAXID has a vault behind it.

           IF      RF-DISPOSITION = 'T'
               IF      FUNCTION UPPER-CASE(RF-FIELD-NAME)
                               NOT = 'NA-TAXID'
                   ADD  1          TO RC-BAD-FIELDS
                   GO TO SUB-1100-EXIT
               END-IF

               SET  RC-TOKENIZE    TO TRUE
           END-IF

           ADD  1                  TO W-RULE-COUNT
           SET  W-RUL-IX           TO W-RULE-COUNT
           MOVE FUNCTION UPPER-CASE(RF-FIELD-NAME)
                                   TO W-CUR-DISP
           MOVE SPACES             TO W-FIELD-BUF

      **** 'T' is only ever loaded against NA-TAXID.

           IF      W-CUR-DISP = 'T'
               SET  TV-FUNC-TOKENIZE
                                   TO TRUE
               MOVE NA-TAXID OF W-REC
                                   TO TV-TAXID
               CALL 'TOKVAULT' USING W-TV-CONTROL

               IF      TV-RESPONSE-FILE-ERROR
                   SET  RC-RESPONSE-FILE-ERROR
                                   TO TRUE
                   MOVE SPACES     TO NA-TAXID OF W-REC
               ELSE
                   MOVE TV-TOKEN   TO NA-TAXID OF W-REC
               END-IF

               GO TO SUB-2100-EXIT
           END-IF

           EVALUATE W-RUL-FIELD(W-RUL-IX)
               WHEN 'NA-TAXID'
                   MOVE NA-TAXID OF W-REC
