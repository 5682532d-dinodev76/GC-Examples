      * Date        Version  Description
      * ----        -------  -----------
      * 2026-08-23  0.1      First release
      * 2026-09-14  0.2      Return the directory's state for the
      *                      prefix, so a mismatch can be corrected
      *================================================================*

      *01  ZIPSTATEL-CONTROL.
           05  ZP-ZIP-CODE         PIC X(10).
           05  ZP-STATE            PIC X(10).

      **** Output fields:
      ****     ZP-RESULT:
      ****         'M' the prefix's directory state matches,
      ****         'X' the directory says a different state,
               88  ZP-RESULT-MATCH                 VALUE 'M'.
               88  ZP-RESULT-MISMATCH              VALUE 'X'.
               88  ZP-RESULT-UNKNOWN               VALUE 'U'.

      ****     ZP-DIR-STATE:
      ****         The state the directory gives the prefix, on a
      ****         match or a mismatch; spaces when UNKNOWN.

           05  ZP-DIR-STATE        PIC X(02).
