      *========================= NAMADDTV.cpy =========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Record layout of the letter-template version
      *              archive Data\NAMEADDR.TemplateVer.dat. Every
      *              distinct text a template store has had when
      *              NAMADDLTR used it is kept here as a numbered
      *              version: a header line giving the version, the
      *              date it took effect and the store it came from,
      *              followed by the store's lines exactly as read -
      *              directives included. Version numbers run across
      *              all stores, so the number on a correspondence-
      *              history line alone names the text the letter was
      *              built from. NAMADDLRP reprints from it.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  1.0      First release
      *================================================================*

      *01  NAMADDTV-REC.
           05  TV-VERSION          PIC 9(05).
           05  FILLER              PIC X(01).
           05  TV-REC-TYPE         PIC X(01).
               88  TV-HEADER                   VALUE 'H'.
               88  TV-TEXT-LINE                VALUE 'L'.
           05  FILLER              PIC X(01).
           05  TV-BODY             PIC X(80).
           05  TV-HEADER-BODY      REDEFINES TV-BODY.
               10  TV-EFF-DATE     PIC X(08).
               10  FILLER          PIC X(01).
               10  TV-STORE-PATH   PIC X(60).
               10  FILLER          PIC X(11).
           05  TV-LINE-TEXT        REDEFINES TV-BODY
                                   PIC X(80).
