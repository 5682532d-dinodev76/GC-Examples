      *========================== TOKVAULTL ===========================*
      * Authors: Brian D Pead
      *
      * Description: Control parameter for subroutine TOKVAULT, the
      *     TAXID token vault. A partner whose data-sharing contract
      *     tokenizes NA-TAXID (RCPCONT disposition 'T') receives,
      *     in place of each TAXID, a random token stable for that
      *     recipient - the same taxpayer carries the same token in
      *     every extract and delta the partner takes, week after
      *     week, so the partner can still match records, but the
      *     token means nothing to anyone else and differs from the
      *     token any other partner holds for the same taxpayer.
      *
      *     The vault Data\NAMEADDR.TokenVault.dat keeps one line
      *     per recipient and TAXID: recipient code (8), TAXID (12),
      *     token (12), date issued (8), space-separated. A token is
      *     written to the vault the moment it is issued, before it
      *     can leave in any file. Tokens read 'TK' and ten letters
      *     and digits, so they can never be taken for a TAXID.
      *
      *     Inbound partner files quoting tokens are turned back
      *     into TAXIDs with 'D', and every de-tokenization - found
      *     or not - is logged to Data\NAMEADDR.DetokenLog.dat with
      *     the time, calling program, operator, recipient, token,
      *     TAXID answered and the result.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

      *01  TOKVAULTL-CONTROL.

      **** Input fields:
      ****     TV-FUNCTION:
      ****         'I' loads TV-RECIPIENT's vault entries; call once
      ****         at start-up. 'T' answers TV-TOKEN for TV-TAXID,
      ****         issuing and vaulting a new token for a TAXID the
      ****         recipient has never been sent. 'D' answers
      ****         TV-TAXID for TV-TOKEN and logs the look-up.
      ****     TV-RECIPIENT:
      ****         The recipient code, as on its contract.
      ****     TV-CALLER / TV-OPERATOR ('D'):
      ****         Calling program and operator, for the log.

           05  TV-FUNCTION         PIC X(01).
               88  TV-FUNC-INIT                    VALUE 'I'.
               88  TV-FUNC-TOKENIZE                VALUE 'T'.
               88  TV-FUNC-DETOKENIZE              VALUE 'D'.

           05  TV-RECIPIENT        PIC X(08).
           05  TV-CALLER           PIC X(09).
           05  TV-OPERATOR         PIC X(08).

      **** Input/output fields: TV-TAXID in and TV-TOKEN out for
      **** 'T', the other way round for 'D'. TV-TOKEN-FORM tells a
      **** caller whether an inbound value is a token at all.

           05  TV-TAXID            PIC X(12).
           05  TV-TOKEN.
               10  TV-TOKEN-PREFIX PIC X(02).
                   88  TV-TOKEN-FORM               VALUE 'TK'.
               10  FILLER          PIC X(10).

      **** Output fields:
      ****     TV-FOUND-SW:
      ****         'D': 'Y' when the token is in the recipient's
      ****         vault. 'T': always 'Y' unless the vault could
      ****         not take a new token.
      ****     TV-ISSUED-SW:
      ****         'T': 'Y' when this call issued a new token.
      ****     TV-ENTRY-COUNT:
      ****         The recipient's tokens in the vault.
      ****     TV-RESPONSE-SW:
      ****         'N' when the vault or the log could not be read
      ****         or written, or the vault table is full - a
      ****         caller must not ship a record it could not
      ****         tokenize.

           05  TV-FOUND-SW         PIC X(01).
               88  TV-FOUND                        VALUE 'Y'.
               88  TV-NOT-FOUND                    VALUE 'N'.

           05  TV-ISSUED-SW        PIC X(01).
               88  TV-ISSUED                       VALUE 'Y'.
               88  TV-NOT-ISSUED                   VALUE 'N'.

           05  TV-ENTRY-COUNT      PIC 9(07).

           05  TV-RESPONSE-SW      PIC X(01).
               88  TV-RESPONSE-GOOD        VALUE 'Y'.
               88  TV-RESPONSE-FILE-ERROR  VALUE 'N'.
