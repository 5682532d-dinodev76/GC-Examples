      *========================= NAMADDDV.cpy =========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Record layout of the report delivery log
      *              Data\NAMEADDR.DeliveryLog.dat that NAMADDBUR
      *              appends to - one line per distribution table
      *              line per run, saying what was delivered to
      *              which department, where, and how many lines, or
      *              why it was not. NAMADDDIG reports the log's
      *              overnight lines in the morning digest.
      *
      *                  DV-STATUS - DELIVERED; EMPTY (delivered,
      *                      but nothing in the report fell in the
      *                      part's range); MISSING (the report was
      *                      not produced); FAILED (the drop file
      *                      could not be written); REFUSED (the
      *                      table line is not usable - unknown
      *                      department, bad mode or columns).
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  1.0      First release
      *================================================================*

      *01  NAMADDDV-REC.
           05  DV-TIMESTAMP        PIC X(14).
           05  FILLER              PIC X(01).
           05  DV-RUN-ID           PIC 9(08).
           05  FILLER              PIC X(01).
           05  DV-STATUS           PIC X(09).
               88  DV-DELIVERED                    VALUE 'DELIVERED'.
               88  DV-EMPTY                        VALUE 'EMPTY'.
               88  DV-MISSING                      VALUE 'MISSING'.
               88  DV-FAILED                       VALUE 'FAILED'.
               88  DV-REFUSED                      VALUE 'REFUSED'.
           05  FILLER              PIC X(01).
           05  DV-REPORT-PATH      PIC X(40).
           05  FILLER              PIC X(01).
           05  DV-BURST-ID         PIC X(08).
           05  FILLER              PIC X(01).
           05  DV-DEPT-CODE        PIC X(04).
           05  FILLER              PIC X(01).
           05  DV-LINES            PIC 9(07).
           05  FILLER              PIC X(01).
           05  DV-DROP-PATH        PIC X(60).
