      *              reject report Data\NAMEADDR.PartnerRej.dat with
      *              the reason, and the run ends with counts.
      *
      *              When the PARTNER_CODE environment value names a
      *              partner whose contract tokenizes NA-TAXID, the
      *              mapped NA-TAXID of each row is a TOKVAULT token:
      *              it is turned back into the TAXID (and the
      *              look-up logged) before the row is written, and a
      *              token the partner's vault does not hold rejects
      *              the row.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-08-23  0.1      First release
      *                      NA-SUFFIX through the shared NAMPARSE
      *                      subroutine instead of being dumped into
      *                      NA-LAST-NAME
      * 2026-09-14  0.3      De-tokenize a tokenized partner's
      *                      NA-TAXID (PARTNER_CODE) through TOKVAULT
      *================================================================*

       IDENTIFICATION DIVISION.
       01  W-RETURN-CODE           PIC S9(04) COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZ9.

       01  W-UNKNOWN-TOKENS        PIC 9(09)  COMP VALUE 0.
       01  W-PARTNER-CODE          PIC X(08)       VALUE SPACES.
       01  W-OPERATOR-ID           PIC X(08)       VALUE 'UNKNOWN'.
       01  W-DETOKENIZE-SW         PIC X(01)       VALUE 'N'.
           88  W-DETOKENIZE                        VALUE 'Y'.

       01  W-MAP-COUNT             PIC 9(03)  COMP VALUE 0.
       01  W-MAP-MAX               PIC 9(03)  COMP VALUE 50.

       01  W-NP-CONTROL.
           COPY NAMPARSEL.

       01  W-RC-CONTROL.
           COPY RCPCONTL.

       01  W-TV-CONTROL.
           COPY TOKVAULTL.

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
                                   PIC X(04).
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1300-PARTNER-TOKENS THRU SUB-1300-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           OPEN INPUT NAMADDPN

           IF      NOT W-PN-FILE-STATUS-GOOD
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-1300-PARTNER-TOKENS.
      *------------------------

      **** A partner whose contract tokenizes the TAXID knows our
      **** taxpayers only by token, so its file quotes tokens.

           DISPLAY 'PARTNER_CODE'      UPON ENVIRONMENT-NAME
           ACCEPT W-PARTNER-CODE       FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES     TO W-PARTNER-CODE
           END-ACCEPT

           IF      W-PARTNER-CODE = SPACES
               GO TO SUB-1300-EXIT
           END-IF

           MOVE FUNCTION UPPER-CASE(W-PARTNER-CODE)
                                   TO W-PARTNER-CODE

           DISPLAY 'OPERATOR_ID'       UPON ENVIRONMENT-NAME
           ACCEPT W-OPERATOR-ID        FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE 'UNKNOWN'  TO W-OPERATOR-ID
           END-ACCEPT

           IF      W-OPERATOR-ID = SPACES
               MOVE 'UNKNOWN'      TO W-OPERATOR-ID
           END-IF

           SET  RC-FUNC-INIT       TO TRUE
           MOVE W-PARTNER-CODE     TO RC-SUBSCRIBER

           CALL 'RCPCONT' USING W-RC-CONTROL

           IF      RC-NOT-FOUND
               DISPLAY W-ERROR-MSG
                       'No data-sharing contract on file for partner '
                       W-PARTNER-CODE
               MOVE 14             TO W-RETURN-CODE
               GO TO SUB-1300-EXIT
           END-IF

           IF      RC-RESPONSE-FILE-ERROR
               DISPLAY W-ERROR-MSG
                       'Contract or token vault unreadable for '
                       'partner '
                       W-PARTNER-CODE
               MOVE 14             TO W-RETURN-CODE
               GO TO SUB-1300-EXIT
           END-IF

           IF      RC-TOKENIZE
               SET  W-DETOKENIZE   TO TRUE
               MOVE 'NAMADDCNV'    TO TV-CALLER
               MOVE W-OPERATOR-ID  TO TV-OPERATOR
               DISPLAY 'Partner '
                       W-PARTNER-CODE
                       ' quotes tokens - de-tokenizing'
           END-IF
           .
       SUB-1300-EXIT.
           EXIT.
      /
       SUB-2000-CONVERT-ONE-ROW.
      *-------------------------

           MOVE SPACES             TO W-REJECT-REASON

           IF      W-DETOKENIZE
               PERFORM SUB-2050-DETOKENIZE THRU SUB-2050-EXIT

               IF      W-RETURN-CODE NOT = 0
                   GO TO SUB-2000-EXIT
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN W-REJECT-REASON NOT = SPACES
                   CONTINUE

               WHEN NA-TAXID IN NAMADDTX-REC = SPACES
                   MOVE 'Row maps to a blank NA-TAXID'
                                   TO W-REJECT-REASON
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2050-DETOKENIZE.
      *--------------------

           MOVE NA-TAXID IN NAMADDTX-REC
                                   TO TV-TOKEN

           IF      NOT TV-TOKEN-FORM
               GO TO SUB-2050-EXIT
           END-IF

           SET  TV-FUNC-DETOKENIZE TO TRUE
           CALL 'TOKVAULT' USING W-TV-CONTROL

      **** An unlogged de-tokenization is not allowed to happen.

           IF      TV-RESPONSE-FILE-ERROR
               DISPLAY W-ERROR-MSG
                       'De-tokenization log not writable'
               MOVE 32             TO W-RETURN-CODE
               GO TO SUB-2050-EXIT
           END-IF

           IF      TV-NOT-FOUND
               ADD  1              TO W-UNKNOWN-TOKENS
               MOVE 'Token unknown to the partner vault'
                                   TO W-REJECT-REASON
               GO TO SUB-2050-EXIT
           END-IF

           MOVE TV-TAXID           TO NA-TAXID IN NAMADDTX-REC
           .
       SUB-2050-EXIT.
           EXIT.
      /
       SUB-2100-APPLY-ONE-MAPPING.
      *---------------------------
           DISPLAY 'Rows rejected:          '
                   W-DISP-NUM

           IF      W-DETOKENIZE
               MOVE W-UNKNOWN-TOKENS
                                   TO W-DISP-NUM
               DISPLAY 'Unknown tokens:         '
                       W-DISP-NUM
           END-IF

           DISPLAY 'NAMADDCNV completed'
           .
       SUB-3000-EXIT.
