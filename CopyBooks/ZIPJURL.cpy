      *=========================== ZIPJURL ============================*
      * Authors: Brian D Pead
      *
      * Description: Control parameter for subroutine ZIPJUR, which
      *     answers which jurisdiction an address belongs to using
      *     the reference directory Data\NAMEADDR.ZipJuris.dat (5-
      *     digit ZIP, or ZIP and city where a ZIP straddles a
      *     county line, to jurisdiction code - loaded by
      *     NAMADDZIP's J mode). NAMADDJMP asks it of every record
      *     in every partition to find taxpayers filed in the wrong
      *     one.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

      *01  ZIPJURL-CONTROL.

      **** Input fields:
      ****     ZJ-ZIP-CODE / ZJ-CITY:
      ****         The address to place. The city should already be
      ****         standardized by ADRSTD, as NAMADDIX cities are;
      ****         it is only consulted for a ZIP the directory
      ****         splits by city.

           05  ZJ-ZIP-CODE         PIC X(10).
           05  ZJ-CITY             PIC X(25).

      **** Output fields:
      ****     ZJ-RESULT:
      ****         'F' found - ZJ-JUR-CODE is the jurisdiction, from
      ****             the ZIP and city entry if there is one, else
      ****             the ZIP's own entry;
      ****         'S' the directory splits the ZIP by city and the
      ****             city is none of those listed;
      ****         'U' the ZIP is not in the directory, is not
      ****             US-pattern, or no directory file is on disk -
      ****             not an error, just no opinion.

           05  ZJ-RESULT           PIC X(01).
               88  ZJ-RESULT-FOUND                 VALUE 'F'.
               88  ZJ-RESULT-SPLIT                 VALUE 'S'.
               88  ZJ-RESULT-UNKNOWN               VALUE 'U'.

           05  ZJ-JUR-CODE         PIC X(03).
