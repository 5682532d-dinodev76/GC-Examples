      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-02  0.1      First release
      * 2026-09-14  0.2      Record the scanned reference on the
      *                      disposition line as DS-REF-ID, so
      *                      NAMADDMPA can tie the return to the
      *                      exact piece
      *================================================================*

       IDENTIFICATION DIVISION.
           05  DS-RESULT           PIC X(01).
           05  FILLER              PIC X(01).
           05  DS-DATE             PIC X(08).
           05  FILLER              PIC X(01).
           05  DS-REF-ID           PIC X(16).
      /
       WORKING-STORAGE SECTION.
      *------------------------
                                   TO DS-TAXID
           MOVE 'U'                TO DS-RESULT
           MOVE W-TODAY            TO DS-DATE
           MOVE RS-REF-ID          TO DS-REF-ID

           WRITE NAMADDDS-REC

