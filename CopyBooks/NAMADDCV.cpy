      *========================= NAMADDCV.cpy =========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Record layout of the caller-verification log
      *              Data\NAMEADDR.CallerVerify.dat - one line per
      *              verification step NAMADDSCR's V action takes,
      *              and one per supervisor override that lets an
      *              E-save through on a call that was never
      *              verified. CV-SESSION-ID is the screen session's
      *              RUNID run ID, so every line of one sitting
      *              groups together. CV-ANSWERS records, per
      *              challenge item, 'Y' answered correctly, 'N'
      *              answered wrongly, blank not asked. NAMADDARV
      *              matches the log against the access log to
      *              report records shown on the form to a caller
      *              who was never verified. CV-ANS-PIN is the
      *              identity protection PIN's outcome on a TAXID
      *              holding one - 'Y' accepted, 'N' refused, blank
      *              none held; the PIN itself is never logged.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  1.0      First release
      * 2026-09-14  1.1      CV-ANS-PIN added at the end
      *================================================================*

      *01  NAMADDCV-REC.
           05  CV-TIMESTAMP        PIC X(14).
           05  FILLER              PIC X(01).
           05  CV-SESSION-ID       PIC 9(08).
           05  FILLER              PIC X(01).
           05  CV-OPERATOR-ID      PIC X(08).
           05  FILLER              PIC X(01).
           05  CV-TAXID            PIC X(12).
           05  FILLER              PIC X(01).
           05  CV-OUTCOME          PIC X(01).
               88  CV-OUTCOME-VERIFIED         VALUE 'V'.
               88  CV-OUTCOME-FAILED           VALUE 'F'.
               88  CV-OUTCOME-OVERRIDE         VALUE 'O'.
           05  FILLER              PIC X(01).
           05  CV-ANSWERS.
               10  CV-ANS-NAME     PIC X(01).
               10  CV-ANS-STREET   PIC X(01).
               10  CV-ANS-ZIP      PIC X(01).
               10  CV-ANS-MAILING  PIC X(01).
               10  CV-ANS-PHONE    PIC X(01).
               10  CV-ANS-EMAIL    PIC X(01).
           05  FILLER REDEFINES CV-ANSWERS.
               10  CV-ANSWER       PIC X(01)       OCCURS 6.
           05  FILLER              PIC X(01).
           05  CV-SUPERVISOR-ID    PIC X(08).
           05  FILLER              PIC X(01).
           05  CV-ANS-PIN          PIC X(01).
