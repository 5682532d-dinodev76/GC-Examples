      *========================= NAMADDDL.cpy =========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Record layout of the disclosure log
      *              Data\NAMEADDR.DisclosureLog.dat - one line
      *              appended by NAMADDSTX for every statistical
      *              extract released, saying who received which
      *              table, cut how, from how many records, with how
      *              many cells suppressed:
      *
      *                  DL-RECIPIENT - the requesting body's code;
      *                  DL-OPERATOR - who ran the extract
      *                      (OPERATOR_ID);
      *                  DL-ROW-DIMENSION / DL-COL-DIMENSION - the
      *                      cross-tabulation (column spaces for a
      *                      one-way table);
      *                  DL-MIN-CELL - the minimum cell count in force;
      *                  DL-PRIMARY-SUPPRESSED - cells under the
      *                      minimum;
      *                  DL-COMPLEMENTARY - further cells hidden so
      *                      the primary ones cannot be worked back
      *                      from the totals.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  1.0      First release
      *================================================================*

      *01  NAMADDDL-REC.
           05  DL-TIMESTAMP        PIC X(14).
           05  FILLER              PIC X(01).
           05  DL-RUN-ID           PIC 9(08).
           05  FILLER              PIC X(01).
           05  DL-RECIPIENT        PIC X(08).
           05  FILLER              PIC X(01).
           05  DL-OPERATOR         PIC X(08).
           05  FILLER              PIC X(01).
           05  DL-ROW-DIMENSION    PIC X(06).
           05  FILLER              PIC X(01).
           05  DL-COL-DIMENSION    PIC X(06).
           05  FILLER              PIC X(01).
           05  DL-MIN-CELL         PIC 9(05).
           05  FILLER              PIC X(01).
           05  DL-SOURCE-RECS      PIC 9(09).
           05  FILLER              PIC X(01).
           05  DL-CELLS            PIC 9(07).
           05  FILLER              PIC X(01).
           05  DL-PRIMARY-SUPPRESSED
                                   PIC 9(07).
           05  FILLER              PIC X(01).
           05  DL-COMPLEMENTARY    PIC 9(07).
           05  FILLER              PIC X(01).
           05  DL-OUTPUT-PATH      PIC X(60).
