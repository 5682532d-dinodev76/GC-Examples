      *                      so a recovery site gets the whole pair,
      *                      and the two replica counts are checked
      *                      against each other at the end
      * 2026-09-14  0.3      Pass by the TAXID re-key link entry
      *                      (code 'K') quietly - the add and delete
      *                      images on either side of it carry the
      *                      change
      *================================================================*

       IDENTIFICATION DIVISION.
               WHEN 'D'
                   PERFORM SUB-2200-APPLY-DELETE THRU SUB-2200-EXIT

               WHEN 'K'
                   CONTINUE

               WHEN OTHER
                   DISPLAY W-ERROR-MSG
                           'Unrecognised transaction code skipped: '
