      *========================= NAMADDJT.cpy =========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Record layout of the jurisdiction transfer batch
      *              Data\NAMEADDR.JurTransfer.dat. NAMADDJMP writes
      *              one line per record whose address places it in
      *              a different configured jurisdiction from the
      *              partition it is filed in, with JT-APPROVED 'N'.
      *              The supervisor reviews the file, changes the
      *              lines to be moved to 'Y', and runs
      *              NAMADDJXF BATCH <operator> to carry them out -
      *              every line still gets NAMADDJXF's checks, scope
      *              and audit, as a one-off transfer does.
      *
      *              Name, ZIP and city are for the reviewer only;
      *              NAMADDJXF goes by TAXID and the two codes.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  1.0      First release
      *================================================================*

      *01  NAMADDJT-REC.
           05  JT-APPROVED-SW      PIC X(01).
               88  JT-APPROVED                 VALUES 'Y', 'y'.
           05  FILLER              PIC X(01).
           05  JT-TAXID            PIC X(12).
           05  FILLER              PIC X(01).
           05  JT-FROM-JUR         PIC X(03).
           05  FILLER              PIC X(01).
           05  JT-TO-JUR           PIC X(03).
           05  FILLER              PIC X(01).
           05  JT-ZIP-CODE         PIC X(10).
           05  FILLER              PIC X(01).
           05  JT-CITY             PIC X(25).
           05  FILLER              PIC X(01).
           05  JT-NAME             PIC X(70).
           05  FILLER              PIC X(01).
           05  JT-RUN-ID           PIC 9(08).
           05  FILLER              PIC X(01).
           05  JT-DATE             PIC X(08).
