      *=========================== PARMREGL ===========================*
      * Authors: Brian D Pead
      *
      * Description: Control parameter for subroutine PARMREG, the
      *     shared lookup over the parameter registry
      *     Data\NAMEADDR.ParmRegistry.dat (layout NAMADDPM.cpy).
      *     A program asks it for the value of one of its
      *     thresholds or tuning parameters in force on a date, and
      *     falls back to its own compiled-in default when the
      *     registry has none.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

      *01  PARMREGL-CONTROL.

      **** Input fields:
      ****     PR-FUNCTION:
      ****         'L' (re)loads the registry into the subroutine's
      ****         table (done automatically on the first 'G').
      ****         'G' gets the value of PR-PARM-NAME for
      ****         PR-PROGRAM-NAME in force on the as-of date.
      ****     PR-PROGRAM-NAME / PR-PARM-NAME:
      ****         The parameter asked about, in upper case.
      ****     PR-AS-OF-DATE:
      ****         The date the value must be in force on
      ****         (YYYYMMDD); spaces mean today.

           05  PR-FUNCTION         PIC X(01).
               88  PR-FUNC-LOAD                    VALUE 'L'.
               88  PR-FUNC-GET                     VALUE 'G'.

           05  PR-PROGRAM-NAME     PIC X(09).
           05  PR-PARM-NAME        PIC X(30).
           05  PR-AS-OF-DATE       PIC X(08).

      **** Output fields:
      ****     PR-FOUND-SW:
      ****         'Y' when the registry holds a value for the
      ****         parameter in force on the as-of date.
      ****     PR-VALUE / PR-EFFECTIVE-DATE:
      ****         The value found and the date it took effect.
      ****     PR-NUMERIC-SW / PR-VALUE-NUM:
      ****         'Y' when the value is a whole number of up to
      ****         nine digits, PR-VALUE-NUM then holding it.

           05  PR-FOUND-SW         PIC X(01).
               88  PR-FOUND                        VALUE 'Y'.
               88  PR-NOT-FOUND                    VALUE 'N'.

           05  PR-VALUE            PIC X(20).
           05  PR-EFFECTIVE-DATE   PIC X(08).

           05  PR-NUMERIC-SW       PIC X(01).
               88  PR-VALUE-NUMERIC                VALUE 'Y'.
               88  PR-VALUE-NOT-NUMERIC            VALUE 'N'.

           05  PR-VALUE-NUM        PIC 9(09).

      ****     PR-RESPONSE-SW:
      ****         'N' only when the registry exists but could not
      ****         be read, or overflowed the table; a missing
      ****         registry simply means no parameter is set and
      ****         responds 'Y' - every program then runs to its
      ****         own default.

           05  PR-RESPONSE-SW      PIC X(01).
               88  PR-RESPONSE-GOOD        VALUE 'Y'.
               88  PR-RESPONSE-FILE-ERROR  VALUE 'N'.
