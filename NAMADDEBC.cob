      *              corrected address gets one fresh chance instead
      *              of being blacklisted forever.
      *
      *              When the PARTNER_CODE environment value names a
      *              relay whose contract tokenizes NA-TAXID, the
      *              bounce file quotes TOKVAULT tokens: each is
      *              turned back into its TAXID (and the look-up
      *              logged) on arrival, and a token the relay's
      *              vault does not hold is reported and skipped.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-02  0.1      First release
      * 2026-09-14  0.2      De-tokenize a tokenized partner's file
      *                      (PARTNER_CODE) through TOKVAULT
      *================================================================*

       IDENTIFICATION DIVISION.
       01  W-RETURN-CODE           PIC S9(04) COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZ9.

       01  W-UNKNOWN-TOKENS        PIC 9(09)  COMP VALUE 0.
       01  W-PARTNER-CODE          PIC X(08)       VALUE SPACES.
       01  W-OPERATOR-ID           PIC X(08)       VALUE 'UNKNOWN'.
       01  W-DETOKENIZE-SW         PIC X(01)       VALUE 'N'.
           88  W-DETOKENIZE                        VALUE 'Y'.

       01  W-EMS-COUNT             PIC 9(05)  COMP VALUE 0.
       01  W-EMS-MAX               PIC 9(05)  COMP VALUE 20000.

       01  W-FS-CONTROL.
           COPY FILESTATL.

       01  W-RC-CONTROL.
           COPY RCPCONTL.

       01  W-TV-CONTROL.
           COPY TOKVAULTL.

       01  W-COMPILED-DATE.
           05  W-COMPILED-DATE-YYYY
                                   PIC X(04).
               W-COMPILED-TIME-MM   ':'
               W-COMPILED-TIME-SS

           PERFORM SUB-1200-PARTNER-TOKENS THRU SUB-1200-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1100-LOAD-STATUS-TABLE THRU SUB-1100-EXIT

           IF      W-RETURN-CODE NOT = 0
           .
       SUB-1100-EXIT.
           EXIT.
      /
       SUB-1200-PARTNER-TOKENS.
      *------------------------

      **** A partner whose contract tokenizes the TAXID knows our
      **** taxpayers only by token, so its file quotes tokens.

           DISPLAY 'PARTNER_CODE'      UPON ENVIRONMENT-NAME
           ACCEPT W-PARTNER-CODE       FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES     TO W-PARTNER-CODE
           END-ACCEPT

           IF      W-PARTNER-CODE = SPACES
               GO TO SUB-1200-EXIT
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
               MOVE 13             TO W-RETURN-CODE
               GO TO SUB-1200-EXIT
           END-IF

           IF      RC-RESPONSE-FILE-ERROR
               DISPLAY W-ERROR-MSG
                       'Contract or token vault unreadable for '
                       'partner '
                       W-PARTNER-CODE
               MOVE 13             TO W-RETURN-CODE
               GO TO SUB-1200-EXIT
           END-IF

           IF      RC-TOKENIZE
               SET  W-DETOKENIZE   TO TRUE
               MOVE 'NAMADDEBC'    TO TV-CALLER
               MOVE W-OPERATOR-ID  TO TV-OPERATOR
               DISPLAY 'Partner '
                       W-PARTNER-CODE
                       ' quotes tokens - de-tokenizing'
           END-IF
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-2000-APPLY-ONE-BOUNCE.
      *--------------------------

           ADD  1                  TO W-BOUNCES-READ

           IF      W-DETOKENIZE
               PERFORM SUB-2050-DETOKENIZE THRU SUB-2050-EXIT

               IF      W-RETURN-CODE NOT = 0
                   OR  EB-TAXID = SPACES
                   GO TO SUB-2000-EXIT
               END-IF
           END-IF

      **** A bounce for an email the record no longer carries is
      **** stale news - the clerk already fixed the address - and
      **** must not blacklist the corrected one.
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2050-DETOKENIZE.
      *--------------------

           MOVE EB-TAXID           TO TV-TOKEN

           IF      NOT TV-TOKEN-FORM
               GO TO SUB-2050-EXIT
           END-IF

           SET  TV-FUNC-DETOKENIZE TO TRUE
           CALL 'TOKVAULT' USING W-TV-CONTROL

      **** An unlogged de-tokenization is not allowed to happen.

           IF      TV-RESPONSE-FILE-ERROR
               DISPLAY W-ERROR-MSG
                       'De-tokenization log not writable'
               MOVE 14             TO W-RETURN-CODE
               GO TO SUB-2050-EXIT
           END-IF

           IF      TV-NOT-FOUND
               ADD  1              TO W-UNKNOWN-TOKENS
               DISPLAY W-ERROR-MSG
                       'Token unknown to partner '
                       W-PARTNER-CODE
                       ' skipped: '
                       TV-TOKEN
               MOVE SPACES         TO EB-TAXID
               GO TO SUB-2050-EXIT
           END-IF

           MOVE TV-TAXID           TO EB-TAXID
           .
       SUB-2050-EXIT.
           EXIT.
      /
       SUB-2100-FIND-OR-ADD-STATUS.
      *----------------------------
           DISPLAY 'Stale - email changed:  '
                   W-DISP-NUM

           IF      W-DETOKENIZE
               MOVE W-UNKNOWN-TOKENS
                                   TO W-DISP-NUM
               DISPLAY 'Unknown tokens:         '
                       W-DISP-NUM
           END-IF

           DISPLAY 'NAMADDEBC completed'
           .
       SUB-3000-EXIT.
