      *========================= NAMADDPV.cpy =========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Record layout of the privileged-operation log
      *              Data\NAMEADDR.PrivOps.dat - one line per run of
      *              a utility that can release locks, move the
      *              business date, purge, restore, back out, roll
      *              over or override the volume circuit breaker.
      *              Appended by PRIVLOG; reviewed monthly by
      *              NAMADDPVR.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  1.0      First release
      *================================================================*

      *01  NAMADDPV-REC.
           05  PO-TIMESTAMP        PIC X(21).
           05  FILLER REDEFINES PO-TIMESTAMP.
               10  PO-DATE         PIC X(08).
               10  PO-TIME-HHMM    PIC X(04).
               10  FILLER          PIC X(09).
           05  FILLER              PIC X(01).
           05  PO-PROGRAM          PIC X(09).
           05  FILLER              PIC X(01).
           05  PO-RUN-ID           PIC 9(08).
           05  FILLER              PIC X(01).
           05  PO-OPERATOR         PIC X(08).
           05  FILLER              PIC X(01).
           05  PO-TICKET           PIC X(12).
           05  FILLER              PIC X(01).
           05  PO-RETURN-CODE      PIC ----9.
           05  FILLER              PIC X(01).
           05  PO-OUTCOME          PIC X(40).
           05  FILLER              PIC X(01).
           05  PO-ARGS             PIC X(80).
