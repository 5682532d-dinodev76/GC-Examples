      *========================== FILETRIML ===========================*
      * Authors: Brian D Pead
      *
      * Description: Control parameter for subroutine FILETRIM, which
      *     sizes a sequential output file and cuts it back to an
      *     earlier size. A long mail run records the size of each
      *     output at every checkpoint; a restart cuts the outputs
      *     back to the sizes at the last checkpoint, so whatever was
      *     written between that checkpoint and the failure is
      *     dropped instead of being mailed twice.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

      *01  FILETRIML-CONTROL.

      **** Input fields:
      ****     FT-FUNCTION:
      ****         'S' returns the size of FT-PATH in FT-SIZE - zero,
      ****         with FT-RESPONSE-NOT-FOUND, when there is no such
      ****         file. The caller closes the file first, so that
      ****         everything written is on disk. 'T' cuts FT-PATH
      ****         back to its first FT-SIZE bytes; a file already
      ****         that size is left alone.
      ****     FT-PATH:
      ****         The file, e.g. 'Data\NAMEADDR.Letters.dat'.
      ****     FT-SIZE:
      ****         'T' only - the size, in bytes, to cut back to.

           05  FT-FUNCTION         PIC X(01).
               88  FT-FUNC-SIZE                    VALUE 'S'.
               88  FT-FUNC-TRIM                    VALUE 'T'.

           05  FT-PATH             PIC X(80).

      **** Input ('T') / output ('S') field:

           05  FT-SIZE             PIC 9(15)  COMP.

      **** Output fields:

           05  FT-BYTES-DROPPED    PIC 9(15)  COMP.

           05  FT-RESPONSE-SW      PIC X(01).
               88  FT-RESPONSE-GOOD        VALUE 'Y'.
               88  FT-RESPONSE-NOT-FOUND   VALUE 'M'.
               88  FT-RESPONSE-TOO-SHORT   VALUE 'S'.
               88  FT-RESPONSE-FILE-ERROR  VALUE 'N'.
