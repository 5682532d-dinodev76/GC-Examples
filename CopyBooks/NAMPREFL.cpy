      *                      undeliverables, and the new
      *                      PR-DELIVERY-SUPPRESSED-SW says when
      *                      that was the cause
      * 2026-09-14  0.3      Add disaster-area deferral: function
      *                      'D' answers whether a ZIP is inside a
      *                      declared disaster area on a date, and
      *                      'X' returns a declaration's dates
      * 2026-09-14  0.4      Fold the TAXID/name verification file
      *                      into the answer: PR-DO-NOT-MAIL also
      *                      answers 'Y' for a TAXID the federal
      *                      matching service did not match to its
      *                      name, and the new PR-TIN-MISMATCH-SW
      *                      says when that was the cause
      * 2026-09-14  0.5      PR-TAXID-CANARY: the reserved canary
      *                      TAXID (NA-TAXID-CANARY in NAMEADDR.cpy)
      *                      always answers do-not-mail and
      *                      do-not-email
      *================================================================*

      *01  NAMPREFL-CONTROL.
      ****         subroutine's table. 'Q' queries one TAXID -
      ****         the table is loaded automatically on the first
      ****         query if 'L' was never called.
      ****         'D' asks whether PR-ZIP-CODE lies in an area
      ****         under a disaster declaration on PR-AS-OF-DATE
      ****         (Data\NAMEADDR.Disaster.dat, maintained by
      ****         NAMADDDIS). 'X' returns the dates of the
      ****         declaration PR-DISASTER-ID. Neither touches the
      ****         TAXID answer fields.
      ****     PR-TAXID:
      ****         The NA-TAXID to query ('Q' only).

           05  PR-FUNCTION         PIC X(01).
               88  PR-FUNC-LOAD                    VALUE 'L'.
               88  PR-FUNC-QUERY                   VALUE 'Q'.
               88  PR-FUNC-DEFERRAL                VALUE 'D'.
               88  PR-FUNC-DECLARATION             VALUE 'X'.

           05  PR-TAXID            PIC X(12).
               88  PR-TAXID-CANARY         VALUE '999999999999'.

      **** Output fields:
      ****     PR-FOUND-SW:
           05  PR-RESPONSE-SW      PIC X(01).
               88  PR-RESPONSE-GOOD        VALUE 'Y'.
               88  PR-RESPONSE-FILE-ERROR  VALUE 'N'.

      **** Deferral fields ('D' and 'X' only):
      ****     PR-ZIP-CODE, PR-AS-OF-DATE:
      ****         Input to 'D' - the address ZIP (5 or 9 digits)
      ****         and the date asked about (YYYYMMDD).
      ****     PR-DEFERRED-SW:
      ****         Output of 'D' - 'Y' when a declaration in force
      ****         on the date covers the ZIP's 5-digit code or
      ****         3-digit prefix.
      ****     PR-DISASTER-ID:
      ****         Output of 'D' (the covering declaration) and
      ****         input to 'X'.
      ****     PR-DISASTER-SW:
      ****         Output of 'X' - 'Y' when the declaration is on
      ****         file.
      ****     PR-DEFER-START, PR-DEFER-END:
      ****         Output of 'D' and 'X' - the declaration's start
      ****         and end dates, the end blank while it is still
      ****         in force.

           05  PR-ZIP-CODE         PIC X(10).
           05  PR-AS-OF-DATE       PIC X(08).

           05  PR-DEFERRED-SW      PIC X(01).
               88  PR-DEFERRED                     VALUE 'Y'.
               88  PR-NOT-DEFERRED                 VALUE 'N'.

           05  PR-DISASTER-ID      PIC X(08).

           05  PR-DISASTER-SW      PIC X(01).
               88  PR-DISASTER-KNOWN               VALUE 'Y'.
               88  PR-DISASTER-UNKNOWN             VALUE 'N'.

           05  PR-DEFER-START      PIC X(08).
           05  PR-DEFER-END        PIC X(08).

      **** Verification field ('Q' only):
      ****     PR-TIN-MISMATCH-SW:
      ****         'Y' when the do-not-mail answer came from a
      ****         TAXID/name mismatch on the verification file
      ****         Data\NAMEADDR.TinVerify.dat (NAMADDTIN) that no
      ****         later match or clerk clearance has resolved.

           05  PR-TIN-MISMATCH-SW  PIC X(01).
               88  PR-TIN-MISMATCH                 VALUE 'Y'.
