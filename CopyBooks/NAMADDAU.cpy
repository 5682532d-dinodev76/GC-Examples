      *                      stamps and the NAMADDAUV verifier
      *                      proves, making the audit file tamper-
      *                      evident instead of merely trusted
      * 2026-09-14  1.4      Add AU-TRANS-REKEY ('K') - the link entry
      *                      NAMADDRKY writes when a record moves to
      *                      a corrected NA-TAXID, before image under
      *                      the old key and after image under the
      *                      new, so history readers can follow one
      *                      taxpayer across both keys
      *================================================================*

      *01  NAMADDAU-REC.
               88  AU-TRANS-ADD                    VALUE 'A'.
               88  AU-TRANS-CHANGE                 VALUE 'C'.
               88  AU-TRANS-DELETE                 VALUE 'D'.
               88  AU-TRANS-REKEY                  VALUE 'K'.
           05  FILLER              PIC X(01)       VALUE SPACE.
           05  AU-OLD-IMAGE.
                                   COPY NAMEADDR
