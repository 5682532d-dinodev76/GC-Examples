      *============================ IDPINL ============================*
      * Authors: Brian D Pead
      *
      * Description: Control parameter for subroutine IDPIN, the
      *     shared identity-PIN check. Once a taxpayer is confirmed
      *     an identity-theft victim, everything needed to change
      *     their address is public or guessable; a TAXID holding a
      *     PIN in Data\NAMEADDR.IdentityPin.dat (NAMADDIP.cpy) has
      *     a change accepted by the portal intake, the screen or
      *     the lookup service only on the current PIN. Every PIN
      *     presented is logged to Data\NAMEADDR.PinLog.dat
      *     (NAMADDPL.cpy); refusals are counted across channels
      *     and runs, and reaching IQ-ALERT-AT raises an ALERT.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

      *01  IDPINL-CONTROL.

      **** Input fields:
      ****     IQ-FUNCTION:
      ****         'L' (re)loads the PIN file and rebuilds the
      ****         refusal counts from the PIN log. 'Q' asks whether
      ****         a TAXID holds a PIN. 'V' checks the PIN presented
      ****         for a TAXID and logs the outcome. 'Q' and 'V'
      ****         load the tables on first use if 'L' was never
      ****         called.
      ****     IQ-TAXID:
      ****         The NA-TAXID concerned ('Q' and 'V').
      ****     IQ-PIN-GIVEN:
      ****         The PIN presented ('V' only).
      ****     IQ-CHANNEL, IQ-OPERATOR-ID, IQ-PROGRAM-NAME,
      ****     IQ-RUN-ID:
      ****         Who is asking, for the log and the alert ('V'
      ****         only): channel PTL, SCR or SVC, the operator or
      ****         department, the calling program and its run ID.

           05  IQ-FUNCTION         PIC X(01).
               88  IQ-FUNC-LOAD                    VALUE 'L'.
               88  IQ-FUNC-QUERY                   VALUE 'Q'.
               88  IQ-FUNC-VERIFY                  VALUE 'V'.

           05  IQ-TAXID            PIC X(12).
           05  IQ-PIN-GIVEN        PIC X(06).
           05  IQ-CHANNEL          PIC X(03).
           05  IQ-OPERATOR-ID      PIC X(08).
           05  IQ-PROGRAM-NAME     PIC X(09).
           05  IQ-RUN-ID           PIC 9(08).

      **** Output fields:
      ****     IQ-PIN-SW:
      ****         'Y' when the TAXID holds a PIN.
      ****     IQ-RESULT-SW ('V' only):
      ****         'A' the PIN was accepted, 'R' refused - a wrong
      ****         or missing PIN, or one whose use could not be
      ****         logged - and 'N' no PIN is held, so there was
      ****         nothing to check.
      ****     IQ-FAIL-COUNT:
      ****         Refusals since the PIN was issued or last
      ****         accepted.
      ****     IQ-ALERT-SW:
      ****         'Y' when this refusal raised the ALERT.
      ****     IQ-ALERT-AT:
      ****         The refusal count that raises the ALERT.

           05  IQ-PIN-SW           PIC X(01).
               88  IQ-PIN-HELD                     VALUE 'Y'.
               88  IQ-PIN-NOT-HELD                 VALUE 'N'.

           05  IQ-RESULT-SW        PIC X(01).
               88  IQ-RESULT-ACCEPTED              VALUE 'A'.
               88  IQ-RESULT-REFUSED               VALUE 'R'.
               88  IQ-RESULT-NO-PIN                VALUE 'N'.

           05  IQ-FAIL-COUNT       PIC 9(03).

           05  IQ-ALERT-SW         PIC X(01).
               88  IQ-ALERT-RAISED                 VALUE 'Y'.

           05  IQ-ALERT-AT         PIC 9(03).

           05  IQ-RESPONSE-SW      PIC X(01).
               88  IQ-RESPONSE-GOOD        VALUE 'Y'.
               88  IQ-RESPONSE-FILE-ERROR  VALUE 'N'.
