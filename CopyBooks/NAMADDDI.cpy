      *========================= NAMADDDI.cpy =========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Record layout of the scanned-document
      *              cross-reference Data\NAMEADDR.DocXref.dat that
      *              NAMADDDOC builds nightly from the imaging
      *              system's index - one line per scanned document
      *              (power of attorney, death certificate, court
      *              order and so on), pointing it at the taxpayer
      *              it arrived for.
      *
      *                  DI-TAXID - the taxpayer the paper belongs
      *                      to, always a TAXID on file when loaded;
      *                  DI-DOC-ID - the imaging system's document
      *                      ID, unique across the file;
      *                  DI-DOC-TYPE - the imaging system's document
      *                      type as sent (POA, DEATHCERT, COURTORD
      *                      ...);
      *                  DI-SCAN-DATE - the date scanned, YYYYMMDD;
      *                  DI-LOADED-DATE / DI-RUN-ID - when and by
      *                      which run the line was loaded.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  1.0      First release
      *================================================================*

      *01  NAMADDDI-REC.
           05  DI-TAXID            PIC X(12).
           05  FILLER              PIC X(01).
           05  DI-DOC-ID           PIC X(20).
           05  FILLER              PIC X(01).
           05  DI-DOC-TYPE         PIC X(10).
           05  FILLER              PIC X(01).
           05  DI-SCAN-DATE        PIC X(08).
           05  FILLER              PIC X(01).
           05  DI-LOADED-DATE      PIC X(08).
           05  FILLER              PIC X(01).
           05  DI-RUN-ID           PIC 9(08).
