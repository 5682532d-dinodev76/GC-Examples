      *=========================== DSTHOLDL ===========================*
      * Authors: Brian D Pead
      *
      * Description: Control parameter for subroutine DSTHOLD, the
      *     keeper of the disaster-hold log
      *     Data\NAMEADDR.DisasterHold.dat (layout NAMADDDH.cpy).
      *     NAMADDLTR, NAMADDPST and NAMADDCPG record here each piece
      *     they hold back for an address NAMPREF answers deferred,
      *     look up whether a piece they are about to send was held,
      *     and record its release - so a held piece goes out once,
      *     and only after the declaration ends.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

      *01  DSTHOLDL-CONTROL.

      **** Input fields:
      ****     DS-FUNCTION:
      ****         'L' (re)loads the log into the subroutine's table
      ****         (done automatically on the first call of any
      ****         other function).
      ****         'Q' looks for a held piece for DS-TAXID under the
      ****         DS-SOURCE/DS-CAMPAIGN/DS-TEMPLATE-PATH key. A
      ****         letter run ('LTR') also finds a piece its campaign
      ****         held at wave selection ('CPG', same campaign) -
      ****         the run cutting the wave is the one that sends it.
      ****         'N' steps through the held pieces under the key
      ****         from DS-CURSOR (zero to start) - DS-TAXID is not
      ****         used, and a DS-SOURCE of spaces steps through
      ****         every held piece.
      ****         'H' records a hold for DS-TAXID under the key,
      ****         unless the piece is already held.
      ****         'R' records the release of the piece the last 'Q'
      ****         or 'N' found.
      ****     DS-DISASTER-ID, DS-ZIP-CODE:
      ****         'H' only - the declaration and the address.
      ****     DS-DATE, DS-RUN-ID:
      ****         'H' and 'R' - the date and run ID logged.

           05  DS-FUNCTION         PIC X(01).
               88  DS-FUNC-LOAD                    VALUE 'L'.
               88  DS-FUNC-QUERY                   VALUE 'Q'.
               88  DS-FUNC-NEXT                    VALUE 'N'.
               88  DS-FUNC-HOLD                    VALUE 'H'.
               88  DS-FUNC-RELEASE                 VALUE 'R'.

           05  DS-TAXID            PIC X(12).
           05  DS-SOURCE           PIC X(03).
           05  DS-CAMPAIGN         PIC X(16).
           05  DS-TEMPLATE-PATH    PIC X(60).
           05  DS-DISASTER-ID      PIC X(08).
           05  DS-ZIP-CODE         PIC X(10).
           05  DS-DATE             PIC X(08).
           05  DS-RUN-ID           PIC 9(08).

      **** Input/output field:
      ****     DS-CURSOR:
      ****         'N' only - the table position to step on from;
      ****         set to the position of the piece found.

           05  DS-CURSOR           PIC 9(05)  COMP.

      **** Output fields:
      ****     DS-FOUND-SW:
      ****         'Q' and 'N' - 'Y' when a held piece was found; the
      ****         fields below then describe it. 'H' - 'Y' when the
      ****         piece was already held and nothing was logged.
      ****     DS-HELD-*:
      ****         The held piece's TAXID, holding program,
      ****         declaration, date held and address.
      ****     DS-RESPONSE-SW:
      ****         'N' when the log could not be read or written, or
      ****         the table is full; 'S' for an 'R' with no piece
      ****         found before it.

           05  DS-FOUND-SW         PIC X(01).
               88  DS-FOUND                        VALUE 'Y'.
               88  DS-NOT-FOUND                    VALUE 'N'.

           05  DS-HELD-TAXID       PIC X(12).
           05  DS-HELD-SOURCE      PIC X(03).
           05  DS-HELD-DISASTER-ID PIC X(08).
           05  DS-HELD-DATE        PIC X(08).
           05  DS-HELD-ZIP-CODE    PIC X(10).

           05  DS-RESPONSE-SW      PIC X(01).
               88  DS-RESPONSE-GOOD        VALUE 'Y'.
               88  DS-RESPONSE-FILE-ERROR  VALUE 'N'.
               88  DS-RESPONSE-SEQUENCE    VALUE 'S'.
