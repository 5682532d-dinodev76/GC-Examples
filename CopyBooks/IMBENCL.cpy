      *=========================== IMBENCL ============================*
      * Authors: Brian D Pead
      *
      * Description: Control parameter for subroutine IMBENC, which
      *     issues a unique Intelligent Mail barcode piece serial and
      *     encodes the 65-bar IMb for one mail piece from the
      *     delivery ZIP. The barcode ID, service type and mailer ID
      *     come from the IMb control file
      *     Data\NAMEADDR.IMbControl.dat, which also records the last
      *     serial reserved. NAMADDPST prints the bars on each label
      *     and NAMADDLTR on each letter; both record the serial on
      *     the correspondence-history line so the electronic ACS
      *     notices that come back keyed by it can be matched to the
      *     TAXID by NAMADDACS.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      * 2026-09-14  0.2      Add IM-FUNC-ENCODE - re-encode the bars
      *                      for a serial already issued, so a
      *                      reprinted letter carries the barcode it
      *                      went out with
      *================================================================*

      *01  IMBENCL-CONTROL.

      **** Input fields:
      ****     IM-FUNCTION:
      ****         'N' issues the next piece serial and encodes the
      ****         barcode for IM-ZIP. The control file is read on
      ****         the first call; serials are reserved from it in
      ****         blocks, so two runs printing at the same time
      ****         never issue the same serial.
      ****         'E' encodes the barcode for the serial the caller
      ****         places in IM-SERIAL and IM-ZIP, issuing nothing -
      ****         used to reprint a piece exactly. The control file
      ****         is read for the barcode ID, service type and
      ****         mailer ID but not updated.
      ****     IM-ZIP:
      ****         The delivery ZIP as held on the record - 5, 9 or
      ****         11 digits, punctuation ignored. Anything else is
      ****         encoded with no routing code.

           05  IM-FUNCTION         PIC X(01).
               88  IM-FUNC-NEXT                    VALUE 'N'.
               88  IM-FUNC-ENCODE                  VALUE 'E'.

           05  IM-ZIP              PIC X(12).

      **** Output fields:
      ****     IM-SERIAL:
      ****         The piece serial, left-justified - 9 digits under
      ****         a 6-digit mailer ID, 6 under a 9-digit one.
      ****     IM-TRACKING / IM-ROUTING:
      ****         The 20-digit tracking code and the routing code
      ****         (0, 5, 9 or 11 digits, left-justified) encoded.
      ****     IM-BARS:
      ****         The 65 bars, one character each - 'F' full,
      ****         'A' ascender, 'D' descender, 'T' tracker - ready
      ****         for the IMb print font.
      ****     IM-RESPONSE-SW:
      ****         'Y' the barcode was built. 'U' the control file
      ****         is missing or does not hold a valid barcode ID,
      ****         service type and mailer ID - the piece goes out
      ****         without a barcode and the output fields are
      ****         blank. 'N' the control file could not be updated
      ****         with a new serial block, also with blank output.
      ****         'S' the serial given for an 'E' call is not
      ****         numeric or does not fit the mailer ID, with blank
      ****         output.

           05  IM-SERIAL           PIC X(09).
           05  IM-TRACKING         PIC X(20).
           05  IM-ROUTING          PIC X(11).
           05  IM-BARS             PIC X(65).

           05  IM-RESPONSE-SW      PIC X(01).
               88  IM-RESPONSE-GOOD        VALUE 'Y'.
               88  IM-RESPONSE-UNCONFIGURED
                                           VALUE 'U'.
               88  IM-RESPONSE-FILE-ERROR  VALUE 'N'.
               88  IM-RESPONSE-BAD-SERIAL  VALUE 'S'.
