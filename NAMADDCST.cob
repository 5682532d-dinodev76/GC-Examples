      *              the report (default MAILING); argument 2 the
      *              costing date (YYYYMMDD, default today).
      *
      *              The summary line (NAMADDPY.cpy) also carries the
      *              RUN ID printed in the manifest totals - the run
      *              that produced the manifest, not whichever run is
      *              current when the costing is done - and the pieces
      *              and cost per presort level, which is what
      *              NAMADDINV matches the mailing house's invoice
      *              detail against. A manifest with no RUN ID line
      *              posts a summary line with no run ID.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-02  0.1      First release
      * 2026-09-14  0.2      Run ID and per-level breakdown on the
      *                      summary line (NAMADDPY.cpy)
      * 2026-09-14  0.3      The run ID is read from the manifest's
      *                      RUN ID line instead of taken from RUNID
      *================================================================*

       IDENTIFICATION DIVISION.
       FD  NAMADDPS.

       01  NAMADDPS-REC.
           COPY NAMADDPY.
      /
       WORKING-STORAGE SECTION.
      *------------------------

       01  W-MAIL-LABEL            PIC X(16)       VALUE 'MAILING'.
       01  W-COST-DATE             PIC X(08)       VALUE SPACES.
       01  W-MANIFEST-RUN-ID       PIC X(08)       VALUE SPACES.

      **** Piece counts and costs accumulated per presort level;
      **** two levels exist today, the table leaves room for the
       01  W-MTD-COST              PIC 9(09)V9(02) VALUE 0.
       01  W-DISP-MTD              PIC ZZZ,ZZZ,ZZ9.99.

       01  W-PS-SUB                PIC 9(02)  COMP.
       01  W-PS-MAX                PIC 9(02)  COMP VALUE 4.

       01  W-PKG-PIECES-X.
           05  W-PKG-PIECES-CHAR   PIC X(01)       OCCURS 7.
       01  W-PKG-PIECES            PIC 9(07).

           ADD  1                  TO W-MANIFEST-LINES

      **** NAMADDPST prints the run that built the manifest on the
      **** RUN ID line of its totals - that is the run the mailing
      **** house invoices against.

           IF      NAMADDMF-REC(1 : 8) = ' RUN ID:'
               AND NAMADDMF-REC(20 : 8) NUMERIC
               MOVE NAMADDMF-REC(20 : 8)
                                   TO W-MANIFEST-RUN-ID
               GO TO SUB-2000-EXIT
           END-IF

           IF      NAMADDMF-REC(2 : 7) NOT = 'PACKAGE'
               GO TO SUB-2000-EXIT
           END-IF
           MOVE W-MAIL-LABEL       TO PS-LABEL
           MOVE W-TOTAL-PIECES     TO PS-PIECES
           MOVE W-TOTAL-COST       TO PS-COST
           MOVE W-MANIFEST-RUN-ID  TO PS-RUN-ID-X

      **** One breakdown entry per level that carried pieces; the
      **** record holds W-PS-MAX of them, which covers the rate
      **** sheet with room to spare.

           MOVE 0                  TO W-PS-SUB

           PERFORM VARYING W-LVL-IX FROM 1 BY 1
                   UNTIL W-LVL-IX > W-LVL-COUNT
               IF      W-LVL-PIECES(W-LVL-IX) > 0
                   IF      W-PS-SUB < W-PS-MAX
                       ADD  1      TO W-PS-SUB
                       MOVE W-LVL-NAME(W-LVL-IX)
                                   TO PS-CLASS(W-PS-SUB)
                       MOVE W-LVL-PIECES(W-LVL-IX)
                                   TO PS-CLASS-PIECES(W-PS-SUB)
                       MOVE W-LVL-COST(W-LVL-IX)
                                   TO PS-CLASS-COST(W-PS-SUB)
                   ELSE
                       DISPLAY W-ERROR-MSG
                               'Level ' W-LVL-NAME(W-LVL-IX)
                               ' not broken down on the summary'
                               ' line - more than 4 levels'
                       MOVE 4      TO W-RETURN-CODE
                   END-IF
               END-IF
           END-PERFORM

           WRITE NAMADDPS-REC

           DISPLAY 'Manifest lines read:  '
                   W-DISP-NUM

           IF      W-MANIFEST-RUN-ID = SPACES
               DISPLAY 'Manifest run ID:      none on the manifest'
           ELSE
               DISPLAY 'Manifest run ID:      '
                       W-MANIFEST-RUN-ID
           END-IF

           MOVE W-PACKAGE-LINES    TO W-DISP-NUM
           DISPLAY 'Package lines priced: '
                   W-DISP-NUM
