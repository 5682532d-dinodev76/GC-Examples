      *=========================== UTF8ENCL ===========================*
      * Authors: Brian D Pead
      *
      * Description: Control parameter for subroutine UTF8ENC, the
      *     outbound counterpart of UTF8TRNS. Everything we hold is
      *     in the shop's single-byte internal set (ISO 8859-1 byte
      *     values); a receiving system that reads UTF-8 shows an
      *     accented name from such a file as two garbage
      *     characters. UTF8ENC re-encodes an output record into the
      *     character set the receiver has declared and counts the
      *     characters that set cannot carry, each written as the
      *     substitution character instead.
      *
      *     Declared sets:
      *         UTF-8  - every character, accented letters as two
      *                  bytes;
      *         LATIN1 - ISO 8859-1 as held (the default, and what
      *                  every output was before);
      *         ASCII  - seven-bit only; accented letters cannot be
      *                  carried.
      *     The C1 control bytes (X'80'-X'9F') are no characters in
      *     any of them and are always substituted and counted.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

      *01  UTF8ENCL-CONTROL.

      **** Input fields:
      ****     UE-CHARSET:
      ****         The receiver's declared set; spaces mean LATIN1.
      ****     UE-RECORD-LEN-IN:
      ****         Bytes of the input record to encode, at most
      ****         16384 - the output area must hold twice that.
      ****     UE-SUBSTITUTE-CHAR:
      ****         Written in place of any character the set cannot
      ****         carry. Space defaults to '?'.

           05  UE-CHARSET          PIC X(08).
               88  UE-CHARSET-UTF8                 VALUE 'UTF-8'.
               88  UE-CHARSET-LATIN1               VALUES 'LATIN1',
                                                          SPACES.
               88  UE-CHARSET-ASCII                VALUE 'ASCII'.
               88  UE-CHARSET-VALID                VALUES 'UTF-8',
                                                          'LATIN1',
                                                          'ASCII',
                                                          SPACES.
           05  UE-RECORD-LEN-IN    PIC S9(09) COMP.
           05  UE-SUBSTITUTE-CHAR  PIC X(01).

      **** Output fields:
      ****     UE-RECORD-LEN-OUT:
      ****         Bytes written to the output record - longer than
      ****         the input wherever UTF-8 took two bytes. The rest
      ****         of the output area, up to twice the input length,
      ****         is space-filled.
      ****     UE-UNCARRIED-CNT:
      ****         Characters in this record the set cannot carry -
      ****         the caller's per-run count.
      ****     UE-RESPONSE-CODE / UE-RESPONSE-MSG:
      ****         Non-zero/non-space when the input length is out
      ****         of range or the set is not one of the above.

           05  UE-RECORD-LEN-OUT   PIC S9(09) COMP.
           05  UE-UNCARRIED-CNT    PIC 9(04).

           05  UE-RESPONSE-CODE    PIC 9(04).
               88  UE-RESPONSE-GOOD                VALUE 0.
               88  UE-RESPONSE-RECLEN-ERROR        VALUE 20.
               88  UE-RESPONSE-CHARSET-ERROR       VALUE 30.

           05  UE-RESPONSE-MSG     PIC X(80).
