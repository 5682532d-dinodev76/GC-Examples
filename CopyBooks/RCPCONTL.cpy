      *
      *     Contract lines: cols 1-8 subscriber code, cols 10-29
      *     NAMEADDR field name, col 31 disposition - 'B' blanks
      *     the field, 'M' masks it to its last four characters,
      *     'T' (NA-TAXID only) replaces it with the recipient's
      *     stable token from the TOKVAULT vault; an unlisted field
      *     passes through. The line whose field
      *     name is *VERSION carries the contract version in cols
      *     33-36; the line whose field name is *CHARSET carries,
      *     in cols 33-40, the character set the recipient reads
      *     (UTF-8, LATIN1 or ASCII - see UTF8ENCL).
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-02  0.1      First release
      * 2026-09-14  0.2      Add disposition 'T' - tokenize NA-TAXID
      *                      through TOKVAULT - and RC-TOKENIZE-SW
      * 2026-09-14  0.3      Add the *CHARSET line and RC-CHARSET
      *================================================================*

      *01  RCPCONTL-CONTROL.
      ****     RC-BAD-FIELDS:
      ****         Contract lines naming no known NAMEADDR field -
      ****         loaded past, counted, and worth a look.
      ****     RC-TOKENIZE-SW:
      ****         'Y' when the contract tokenizes NA-TAXID - the
      ****         recipient knows our taxpayers only by token, so
      ****         its inbound files quote tokens too.
      ****     RC-CHARSET:
      ****         The recipient's declared character set, as on
      ****         its *CHARSET line upper-cased; spaces when the
      ****         contract declares none and the caller's own
      ****         setting stands.
      ****     RC-RESPONSE-SW ('A'):
      ****         'N' when a token could not be issued - the
      ****         record must not be shipped.

           05  RC-FOUND-SW         PIC X(01).
               88  RC-FOUND                        VALUE 'Y'.
           05  RC-RESPONSE-SW      PIC X(01).
               88  RC-RESPONSE-GOOD        VALUE 'Y'.
               88  RC-RESPONSE-FILE-ERROR  VALUE 'N'.

           05  RC-TOKENIZE-SW      PIC X(01).
               88  RC-TOKENIZE                     VALUE 'Y'.
               88  RC-NO-TOKENIZE                  VALUE 'N'.

           05  RC-CHARSET          PIC X(08).
