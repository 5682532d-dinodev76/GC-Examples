      *=========================== PRIVLOGL ===========================*
      * Authors: Brian D Pead
      *
      * Description: Control parameter for subroutine PRIVLOG, which
      *     appends one line per run of a privileged utility - the
      *     forced lock release, a business-date force, a purge, a
      *     restore, a backout, a rollover, a circuit-breaker
      *     override - to Data\NAMEADDR.PrivOps.dat (layout
      *     NAMADDPV.cpy): who, when, the arguments and the outcome.
      *     NAMADDPVR reads the log back for the monthly review.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

      *01  PRIVLOGL-CONTROL.

      **** Input fields:
      ****     PV-PROGRAM, PV-RUN-ID:
      ****         The utility and its run ID (zero when the run
      ****         ended before one was taken).
      ****     PV-OPERATOR:
      ****         The operator ID. Spaces take the OPERATOR_ID
      ****         environment value, UNKNOWN when that is unset.
      ****     PV-TICKET:
      ****         The change ticket or alert reference the run was
      ****         made under. Spaces take the TICKET_REF
      ****         environment value.
      ****     PV-ARGS:
      ****         The arguments as given. Spaces take the run's
      ****         command line.
      ****     PV-RETURN-CODE, PV-OUTCOME:
      ****         The run's return code and a short outcome text.
      ****         Spaces in PV-OUTCOME are logged as COMPLETED for
      ****         return code 0, FAILED otherwise.

           05  PV-PROGRAM          PIC X(09).
           05  PV-RUN-ID           PIC 9(08).
           05  PV-OPERATOR         PIC X(08).
           05  PV-TICKET           PIC X(12).
           05  PV-ARGS             PIC X(80).
           05  PV-RETURN-CODE      PIC S9(04) COMP.
           05  PV-OUTCOME          PIC X(40).

      **** Output field:
      ****     PV-RESPONSE-SW:
      ****         'N' when the log could not be written. As with
      ****         JOBLOG, a logging problem never fails the run
      ****         being logged.

           05  PV-RESPONSE-SW      PIC X(01).
               88  PV-RESPONSE-GOOD        VALUE 'Y'.
               88  PV-RESPONSE-FILE-ERROR  VALUE 'N'.
