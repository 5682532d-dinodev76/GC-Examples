      *========================= NAMADDRN.cpy =========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Record layout of the records-retention schedule
      *              Data\NAMEADDR.Retention.dat, enforced monthly by
      *              NAMADDRET - one line per append-only log. Lines
      *              starting '*' are comments.
      *
      *                  RN-FILE-PATH - the log, as its writers
      *                      assign it;
      *                  RN-RETAIN-DAYS - how long a line is kept,
      *                      counted from the date it carries;
      *                  RN-DISPOSITION - P purge (the line is
      *                      dropped) or A archive (the line moves to
      *                      the log's archive file, the path with
      *                      '.dat' replaced by '.Archive.dat');
      *                  RN-DATE-COL - column of the line's
      *                      YYYYMMDD date (a timestamp's leading
      *                      eight characters);
      *                  RN-TAXID-COL - column of the line's TAXID,
      *                      checked against the legal-hold list;
      *                      zero when the log carries none;
      *                  RN-KEEP-COL / RN-KEEP-VALUE - a line showing
      *                      this value at this column is kept
      *                      whatever its age (an OPEN reject or
      *                      alert is still work, not history); zero
      *                      when nothing is kept that way.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  1.0      First release
      *================================================================*

      *01  NAMADDRN-REC.
           05  RN-FILE-PATH        PIC X(40).
           05  FILLER              PIC X(01).
           05  RN-RETAIN-DAYS      PIC 9(05).
           05  FILLER              PIC X(01).
           05  RN-DISPOSITION      PIC X(01).
               88  RN-DISP-PURGE                   VALUE 'P'.
               88  RN-DISP-ARCHIVE                 VALUE 'A'.
               88  RN-DISP-VALID                   VALUE 'P' 'A'.
           05  FILLER              PIC X(01).
           05  RN-DATE-COL         PIC 9(03).
           05  FILLER              PIC X(01).
           05  RN-TAXID-COL        PIC 9(03).
           05  FILLER              PIC X(01).
           05  RN-KEEP-COL         PIC 9(03).
           05  FILLER              PIC X(01).
           05  RN-KEEP-VALUE       PIC X(08).
