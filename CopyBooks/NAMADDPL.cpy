      *========================= NAMADDPL.cpy =========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Record layout of the identity-PIN log
      *              Data\NAMEADDR.PinLog.dat, appended to by
      *              NAMADDPIN for every PIN issued, reissued or
      *              retired and by the IDPIN subroutine for every
      *              PIN presented - accepted or refused. PL-CHANNEL
      *              says where: PTL the portal intake, SCR the
      *              screen, SVC the lookup service, PIN the
      *              issuing run. PL-FAIL-COUNT is the count of
      *              refusals since the PIN was last issued or
      *              accepted, which IDPIN rebuilds from this log
      *              when it loads, so a run of wrong guesses is
      *              counted across every channel and every run.
      *              The PIN itself is never logged.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  1.0      First release
      *================================================================*

      *01  NAMADDPL-REC.
           05  PL-TIMESTAMP        PIC X(14).
           05  FILLER              PIC X(01).
           05  PL-EVENT            PIC X(01).
               88  PL-EVENT-ISSUED             VALUE 'I'.
               88  PL-EVENT-REISSUED           VALUE 'E'.
               88  PL-EVENT-RETIRED            VALUE 'R'.
               88  PL-EVENT-ACCEPTED           VALUE 'U'.
               88  PL-EVENT-REFUSED            VALUE 'F'.
           05  FILLER              PIC X(01).
           05  PL-TAXID            PIC X(12).
           05  FILLER              PIC X(01).
           05  PL-CHANNEL          PIC X(03).
           05  FILLER              PIC X(01).
           05  PL-OPERATOR-ID      PIC X(08).
           05  FILLER              PIC X(01).
           05  PL-RUN-ID           PIC 9(08).
           05  FILLER              PIC X(01).
           05  PL-FAIL-COUNT       PIC 9(03).
