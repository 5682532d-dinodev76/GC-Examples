      *              Data\NAMEADDR.WatchReport.dat, and reloading
      *              the WATCHLST lookup table.
      *
      *              A place with no supervisor ID is rejected, so
      *              the unsigned candidates NAMADDAVF offers in
      *              Data\NAMEADDR.WatchCand.dat cannot be applied
      *              until a supervisor signs them.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-02  0.1      First release
      * 2026-09-14  0.2      Reject a place transaction that carries
      *                      no supervisor ID
      *================================================================*

       IDENTIFICATION DIVISION.
           PERFORM SUB-2100-FIND-WATCH THRU SUB-2100-EXIT

           EVALUATE TRUE
               WHEN WT-TRANS-PLACE AND WT-PLACED-BY = SPACES
                   ADD  1          TO W-TRANS-REJECTED
                   DISPLAY 'Rejected: place for '
                           WT-TAXID
                           ' carries no supervisor ID'

               WHEN WT-TRANS-PLACE AND W-WATCH-NOT-FOUND
                   PERFORM SUB-2200-PLACE-WATCH THRU SUB-2200-EXIT

