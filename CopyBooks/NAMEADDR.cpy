      *                      rejected instead of silently winning a
      *                      screen-versus-batch mid-air collision.
      *                      Record grows to 333 bytes
      * 2026-09-14  1.7      Add NA-TAXID-CANARY, the reserved TAXID
      *                      NAMADDCNY changes every night to prove
      *                      the chain end to end; no outbound
      *                      program ever ships or mails it
      *================================================================*

      *01  NAMEADDR-REC.
           05  NA-TAXID            PIC X(12).
               88  NA-TAXID-CANARY         VALUE '999999999999'.
           05  NA-NAME.
               10  NA-PREFIX       PIC X(10).
               10  NA-FIRST-NAME   PIC X(25).
