      *========================= NAMADDRD.cpy =========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Record layout of an ad hoc report definition
      *              Data\NAMEADDR.RptDef.<name>.dat, read by the
      *              NAMADDRWR report writer - one line per item,
      *              the line type saying which:
      *
      *                  'T' title - RD-TEXT is the report title;
      *                  'F' format - RD-OPERATOR 'P ' for a
      *                      paginated print report (the default) or
      *                      'C ' for CSV; RD-WIDTH is the lines per
      *                      page (zero for 55);
      *                  'S' selection - RD-FIELD-NAME compared by
      *                      RD-OPERATOR (EQ, NE, LT, LE, GT, GE, or
      *                      SW for starts with) against RD-TEXT.
      *                      Every selection line must hold for a
      *                      record to be reported;
      *                  'C' column - RD-FIELD-NAME printed RD-WIDTH
      *                      wide (zero for the field's own length)
      *                      under the heading RD-TEXT (spaces for
      *                      the field name), in line order;
      *                  'K' sort key - RD-FIELD-NAME, RD-OPERATOR
      *                      'A ' ascending (the default) or 'D '
      *                      descending, major key first;
      *                  'B' control break - RD-FIELD-NAME, which
      *                      must be the sort key in the same position
      *                      (first break on the first key, and so
      *                      on). RD-TEXT labels the break (spaces for
      *                      the field name) and RD-OPERATOR 'PG'
      *                      starts a new page on every change.
      *
      *              Field names are the NAMEADDR.cpy elementary names
      *              plus NA-BUSINESS-NAME. A line opening with '*'
      *              is a comment.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  1.0      First release
      *================================================================*

      *01  NAMADDRD-REC.
           05  RD-LINE-TYPE        PIC X(01).
               88  RD-TYPE-TITLE                   VALUE 'T'.
               88  RD-TYPE-FORMAT                  VALUE 'F'.
               88  RD-TYPE-SELECT                  VALUE 'S'.
               88  RD-TYPE-COLUMN                  VALUE 'C'.
               88  RD-TYPE-SORT                    VALUE 'K'.
               88  RD-TYPE-BREAK                   VALUE 'B'.
           05  FILLER              PIC X(01).
           05  RD-FIELD-NAME       PIC X(20).
           05  FILLER              PIC X(01).
           05  RD-OPERATOR         PIC X(02).
           05  FILLER              PIC X(01).
           05  RD-WIDTH            PIC 9(03).
           05  FILLER              PIC X(01).
           05  RD-TEXT             PIC X(60).
