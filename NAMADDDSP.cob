      *              date, suppressed flag): a U increments the
      *              failure count, a D or F resets it and lifts any
      *              suppression. When the count reaches the
      *              threshold (argument 1, else the parameter
      *              registry's UNDELIVERABLE-LIMIT, default 3) the
      *              address
      *              is suppressed - the NAMPREF subroutine folds
      *              this file into its do-not-mail answer, so
      *              NAMADDRPT, NAMADDEXT, NAMADDPST and NAMADDLTR
      *              campaign outcome report
      *              Data\NAMEADDR.Delivery.Rpt.dat.
      *
      *              When the PARTNER_CODE environment value names the
      *              partner who sent the file and that partner's
      *              contract tokenizes NA-TAXID, the file quotes
      *              TOKVAULT tokens: each is turned back into its
      *              TAXID (and the look-up logged) on arrival, and a
      *              token the partner's vault does not hold is
      *              reported and skipped, never guessed at. Lines
      *              carrying a plain TAXID - NAMADDRCI and NAMADDACS
      *              append to the same file - pass as they are.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-08-23  0.1      First release
      * 2026-09-14  0.2      Disposition lines may carry the piece
      *                      reference (scanline reference or IMb
      *                      serial) after the date, so NAMADDMPA
      *                      can account for each piece; ignored
      *                      here
      * 2026-09-14  0.3      Without a threshold argument, take
      *                      UNDELIVERABLE-LIMIT from the parameter
      *                      registry through PARMREG
      * 2026-09-14  0.4      De-tokenize a tokenized partner's file
      *                      (PARTNER_CODE) through TOKVAULT
      *================================================================*

       IDENTIFICATION DIVISION.
               88  DS-UNDELIVERABLE                VALUE 'U'.
           05  FILLER              PIC X(01).
           05  DS-DATE             PIC X(08).
           05  FILLER              PIC X(01).
           05  DS-REF-ID           PIC X(16).

       FD  NAMADDDV.

       01  W-RETURN-CODE           PIC S9(04) COMP VALUE 0.
       01  W-DISP-NUM              PIC ZZZ,ZZ9.

       01  W-UNKNOWN-TOKENS        PIC 9(09)  COMP VALUE 0.

       01  W-PARTNER-CODE          PIC X(08)       VALUE SPACES.
       01  W-OPERATOR-ID           PIC X(08)       VALUE 'UNKNOWN'.
       01  W-DETOKENIZE-SW         PIC X(01)       VALUE 'N'.
           88  W-DETOKENIZE                        VALUE 'Y'.

       01  W-THRESHOLD-ARG         PIC X(03).
       01  W-FAIL-THRESHOLD        PIC 9(03)  COMP VALUE 3.

       01  W-FS-CONTROL.
           COPY FILESTATL.

       01  W-PR-CONTROL.
           COPY PARMREGL.

       01  W-RC-CONTROL.
           COPY RCPCONTL.

       01  W-TV-CONTROL.
           COPY TOKVAULTL.

       01  W-RPT-LINE              PIC X(80).

       01  W-COMPILED-DATE.
               AND W-THRESHOLD-ARG > '000'
               MOVE W-THRESHOLD-ARG
                                   TO W-FAIL-THRESHOLD
           ELSE
               PERFORM SUB-1050-REGISTRY-THRESHOLD THRU SUB-1050-EXIT
           END-IF

           DISPLAY 'Suppression threshold, consecutive '
                   'undeliverables: '
                   W-FAIL-THRESHOLD

           PERFORM SUB-1200-PARTNER-TOKENS THRU SUB-1200-EXIT

           IF      W-RETURN-CODE NOT = 0
               GO TO SUB-1000-EXIT
           END-IF

           PERFORM SUB-1100-LOAD-STATUS-TABLE THRU SUB-1100-EXIT

           IF      W-RETURN-CODE NOT = 0
           .
       SUB-1000-EXIT.
           EXIT.
      /
       SUB-1050-REGISTRY-THRESHOLD.
      *----------------------------

      **** No argument given: the value in force today in the
      **** parameter registry, else the compiled-in default.

           SET  PR-FUNC-GET        TO TRUE
           MOVE 'NAMADDDSP'        TO PR-PROGRAM-NAME
           MOVE 'UNDELIVERABLE-LIMIT'
                                   TO PR-PARM-NAME
           MOVE SPACES             TO PR-AS-OF-DATE

           CALL 'PARMREG' USING W-PR-CONTROL

           IF      PR-RESPONSE-FILE-ERROR
               DISPLAY W-ERROR-MSG
                       'Parameter registry unreadable - using the '
                       'default threshold'
               GO TO SUB-1050-EXIT
           END-IF

           IF      PR-NOT-FOUND
               GO TO SUB-1050-EXIT
           END-IF

           IF      PR-VALUE-NUMERIC
               AND PR-VALUE-NUM > 0
               AND PR-VALUE-NUM < 1000
               MOVE PR-VALUE-NUM   TO W-FAIL-THRESHOLD
               DISPLAY 'Registry UNDELIVERABLE-LIMIT in force since '
                       PR-EFFECTIVE-DATE
           ELSE
               DISPLAY W-ERROR-MSG
                       'Registry UNDELIVERABLE-LIMIT '
                       FUNCTION TRIM(PR-VALUE)
                       ' is not usable - using the default'
           END-IF
           .
       SUB-1050-EXIT.
           EXIT.
      /
       SUB-1100-LOAD-STATUS-TABLE.
      *---------------------------
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
               MOVE 12             TO W-RETURN-CODE
               GO TO SUB-1200-EXIT
           END-IF

           IF      RC-RESPONSE-FILE-ERROR
               DISPLAY W-ERROR-MSG
                       'Contract or token vault unreadable for '
                       'partner '
                       W-PARTNER-CODE
               MOVE 12             TO W-RETURN-CODE
               GO TO SUB-1200-EXIT
           END-IF

           IF      RC-TOKENIZE
               SET  W-DETOKENIZE   TO TRUE
               MOVE 'NAMADDDSP'    TO TV-CALLER
               MOVE W-OPERATOR-ID  TO TV-OPERATOR
               DISPLAY 'Partner '
                       W-PARTNER-CODE
                       ' quotes tokens - de-tokenizing'
           END-IF
           .
       SUB-1200-EXIT.
           EXIT.
      /
       SUB-2000-APPLY-ONE-DISPOSITION.
      *-------------------------------

           ADD  1                  TO W-DISPOSITIONS-READ

           IF      W-DETOKENIZE
               PERFORM SUB-2050-DETOKENIZE THRU SUB-2050-EXIT

               IF      W-RETURN-CODE NOT = 0
                   OR  DS-TAXID = SPACES
                   GO TO SUB-2000-EXIT
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN DS-DELIVERED
                   ADD  1          TO W-DELIVERED-COUNT
           .
       SUB-2000-EXIT.
           EXIT.
      /
       SUB-2050-DETOKENIZE.
      *--------------------

           MOVE DS-TAXID           TO TV-TOKEN

           IF      NOT TV-TOKEN-FORM
               GO TO SUB-2050-EXIT
           END-IF

           SET  TV-FUNC-DETOKENIZE TO TRUE
           CALL 'TOKVAULT' USING W-TV-CONTROL

      **** An unlogged de-tokenization is not allowed to happen.

           IF      TV-RESPONSE-FILE-ERROR
               DISPLAY W-ERROR-MSG
                       'De-tokenization log not writable'
               MOVE 13             TO W-RETURN-CODE
               GO TO SUB-2050-EXIT
           END-IF

           IF      TV-NOT-FOUND
               ADD  1              TO W-UNKNOWN-TOKENS
               DISPLAY W-ERROR-MSG
                       'Token unknown to partner '
                       W-PARTNER-CODE
                       ' skipped: '
                       TV-TOKEN
               MOVE SPACES         TO DS-TAXID
               GO TO SUB-2050-EXIT
           END-IF

           MOVE TV-TAXID           TO DS-TAXID
           .
       SUB-2050-EXIT.
           EXIT.
      /
       SUB-2100-FIND-OR-ADD-STATUS.
      *----------------------------
           DISPLAY 'Newly suppressed:   '
                   W-DISP-NUM

           IF      W-DETOKENIZE
               MOVE W-UNKNOWN-TOKENS
                                   TO W-DISP-NUM
               DISPLAY 'Unknown tokens:     '
                       W-DISP-NUM
           END-IF

           DISPLAY 'NAMADDDSP completed'
           .
       SUB-3000-EXIT.
