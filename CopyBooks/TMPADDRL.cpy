      *=========================== TMPADDRL ===========================*
      * Authors: Brian D Pead
      *
      * Description: Control parameter for subroutine TMPADDR, the
      *     shared lookup over the temporary-address file
      *     Data\NAMEADDR.TempAddr.dat (layout NAMADDTM.cpy). The
      *     outbound programs ask this routine per record and, while
      *     a window is open, send correspondence to the answered
      *     address instead of the record's own - reverting by
      *     themselves the day after the window closes.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

      *01  TMPADDRL-CONTROL.

      **** Input fields:
      ****     TA-FUNCTION:
      ****         'L' (re)loads the temporary-address file into the
      ****         subroutine's table. 'Q' queries one TAXID - the
      ****         table is loaded automatically on the first query
      ****         if 'L' was never called.
      ****     TA-TAXID:
      ****         The NA-TAXID to query ('Q' only).
      ****     TA-AS-OF-DATE:
      ****         The date the window must be open on (YYYYMMDD);
      ****         spaces mean today.

           05  TA-FUNCTION         PIC X(01).
               88  TA-FUNC-LOAD                    VALUE 'L'.
               88  TA-FUNC-QUERY                   VALUE 'Q'.

           05  TA-TAXID            PIC X(12).

           05  TA-AS-OF-DATE       PIC X(08).

      **** Output fields:
      ****     TA-ACTIVE-SW:
      ****         'Y' when a window for the TAXID is open on the
      ****         as-of date - correspondence goes to the address
      ****         below. 'N' otherwise.
      ****     TA-REASON:
      ****         'S' seasonal, 'T' school term, 'O' other.
      ****     TA-EFF-FROM/TA-EFF-TO:
      ****         The open window's dates, both inclusive.

           05  TA-ACTIVE-SW        PIC X(01).
               88  TA-ACTIVE                       VALUE 'Y'.
               88  TA-NOT-ACTIVE                   VALUE 'N'.

           05  TA-REASON           PIC X(01).
               88  TA-REASON-SEASONAL              VALUE 'S'.
               88  TA-REASON-STUDENT               VALUE 'T'.
               88  TA-REASON-OTHER                 VALUE 'O'.

           05  TA-EFF-FROM         PIC X(08).
           05  TA-EFF-TO           PIC X(08).

           05  TA-STREET           PIC X(35).
           05  TA-CITY             PIC X(25).
           05  TA-STATE            PIC X(10).
           05  TA-ZIP-CODE         PIC X(10).

      ****     TA-RESPONSE-SW:
      ****         'N' only when the temporary-address file exists
      ****         but could not be read; a missing file simply
      ****         means nobody is away and responds 'Y'.

           05  TA-RESPONSE-SW      PIC X(01).
               88  TA-RESPONSE-GOOD        VALUE 'Y'.
               88  TA-RESPONSE-FILE-ERROR  VALUE 'N'.
