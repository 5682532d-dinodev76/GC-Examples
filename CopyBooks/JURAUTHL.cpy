      *=========================== JURAUTHL ===========================*
      * Authors: Brian D Pead
      *
      * Description: Control parameter for subroutine JURAUTH, the
      *     jurisdiction scope check for the multi-county
      *     arrangement. An operator's line in
      *     Data\NAMEADDR.ScreenAuth.dat and a requester
      *     department's line in Data\NAMEADDR.Requesters.dat carry
      *     the jurisdictions that operator or department may see
      *     and change. NAMADDSCR, NAMADDSVC, NAMADD360's 'J'
      *     search and NAMADDJXF ask JURAUTH before touching a
      *     partition; every refusal is logged to
      *     Data\NAMEADDR.ScopeDenied.dat for the NAMADDARV review.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

      *01  JURAUTHL-CONTROL.

      **** Input fields:
      ****     JA-FUNCTION:
      ****         'C' checks one principal against one
      ****         jurisdiction. Both authorization files are loaded
      ****         on the first call.
      ****     JA-KIND:
      ****         'O' an operator ID (ScreenAuth.dat), 'D' a
      ****         requester department code (Requesters.dat).
      ****     JA-PRINCIPAL:
      ****         The operator ID or department code.
      ****     JA-JUR-CODE:
      ****         The jurisdiction code from JURISDIC. Spaces mean
      ****         the home files at their classic paths, which
      ****         every principal may see and change as before.
      ****     JA-ACCESS:
      ****         'S' to see records, 'C' to change them. A scope
      ****         entry granting 'C' grants 'S' as well.
      ****     JA-PROGRAM, JA-TAXID:
      ****         The asking program and, where one is in hand,
      ****         the TAXID - both go on the refusal log line.

           05  JA-FUNCTION         PIC X(01).
               88  JA-FUNC-CHECK                   VALUE 'C'.

           05  JA-KIND             PIC X(01).
               88  JA-KIND-OPERATOR                VALUE 'O'.
               88  JA-KIND-DEPARTMENT              VALUE 'D'.

           05  JA-PRINCIPAL        PIC X(08).
           05  JA-JUR-CODE         PIC X(03).

           05  JA-ACCESS           PIC X(01).
               88  JA-ACCESS-SEE                   VALUE 'S'.
               88  JA-ACCESS-CHANGE                VALUE 'C'.

           05  JA-PROGRAM          PIC X(09).
           05  JA-TAXID            PIC X(12).

      **** Output fields:
      ****     JA-ALLOWED-SW:
      ****         'Y' in scope, 'N' refused (and logged).
      ****     JA-RESPONSE-SW:
      ****         'N' when the refusal log could not be written -
      ****         the refusal itself stands.

           05  JA-ALLOWED-SW       PIC X(01).
               88  JA-ALLOWED                      VALUE 'Y'.
               88  JA-REFUSED                      VALUE 'N'.

           05  JA-RESPONSE-SW      PIC X(01).
               88  JA-RESPONSE-GOOD        VALUE 'Y'.
               88  JA-RESPONSE-FILE-ERROR  VALUE 'N'.
