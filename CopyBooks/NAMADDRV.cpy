      *========================= NAMADDRV.cpy =========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Record layout of the reference-table version
      *              history Data\NAMEADDR.RefVersion.dat, appended
      *              to by NAMADDTBM each time it rewrites one of the
      *              shop's reference tables - one line per new
      *              version, never rewritten. The last line for a
      *              table is its version in force. RV-STAMP-TS is
      *              taken after the table is closed, so a table
      *              whose modification stamp is later than its last
      *              version stamp was edited outside NAMADDTBM -
      *              which is what NAMADDREF's preflight checks.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  1.0      First release
      *================================================================*

      *01  NAMADDRV-REC.
           05  RV-TABLE-ID         PIC X(08).
           05  FILLER              PIC X(01).
           05  RV-VERSION          PIC 9(05).
           05  FILLER              PIC X(01).
           05  RV-STAMP-TS.
               10  RV-STAMP-DATE   PIC X(08).
               10  RV-STAMP-TIME   PIC X(06).
           05  FILLER              PIC X(01).
           05  RV-RUN-ID           PIC 9(08).
           05  FILLER              PIC X(01).
           05  RV-CHANGES          PIC 9(05).
           05  FILLER              PIC X(01).
           05  RV-ROWS             PIC 9(05).
           05  FILLER              PIC X(01).
           05  RV-TABLE-PATH       PIC X(60).
