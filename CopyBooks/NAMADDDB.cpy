      *========================= NAMADDDB.cpy =========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Record layout of the report distribution table
      *              Data\NAMEADDR.Distribution.dat that NAMADDBUR
      *              works after the nightly chain - one line per
      *              report, or per jurisdiction or page group within
      *              a report, naming the department that receives it
      *              and where it is dropped. Lines starting '*' are
      *              comments.
      *
      *                  DB-REPORT-PATH - the report, as its writer
      *                      assigns it;
      *                  DB-BURST-ID - a short name for the part
      *                      delivered (ALL, a jurisdiction code, a
      *                      letter range ...), logged with it;
      *                  DB-DEPT-CODE - the receiving department, as
      *                      registered in Data\NAMEADDR.Requesters.dat;
      *                  DB-MODE - A the whole report; L the lines
      *                      whose key falls in the range; G the page
      *                      groups whose key falls in the range;
      *                  DB-KEY-COL / DB-KEY-LEN - where the key sits
      *                      on the line (L) or on the group's marker
      *                      line (G);
      *                  DB-KEY-LO / DB-KEY-HI - the key range
      *                      delivered, both ends included;
      *                  DB-MARK-COL / DB-MARK-TEXT - for G, the text
      *                      that marks the line opening a page group;
      *                  DB-HEAD-LINES - for L, the report's leading
      *                      heading lines, copied atop the part; for
      *                      G, the lines just before each marker
      *                      line that belong to its group (the page
      *                      title), at most 9;
      *                  DB-DROP-PATH - the file the part is delivered
      *                      to, in the department's drop location.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  1.0      First release
      *================================================================*

      *01  NAMADDDB-REC.
           05  DB-REPORT-PATH      PIC X(40).
           05  FILLER              PIC X(01).
           05  DB-BURST-ID         PIC X(08).
           05  FILLER              PIC X(01).
           05  DB-DEPT-CODE        PIC X(04).
           05  FILLER              PIC X(01).
           05  DB-MODE             PIC X(01).
               88  DB-MODE-ALL                     VALUE 'A'.
               88  DB-MODE-LINES                   VALUE 'L'.
               88  DB-MODE-GROUPS                  VALUE 'G'.
               88  DB-MODE-VALID                   VALUE 'A' 'L' 'G'.
           05  FILLER              PIC X(01).
           05  DB-KEY-COL          PIC 9(03).
           05  FILLER              PIC X(01).
           05  DB-KEY-LEN          PIC 9(02).
           05  FILLER              PIC X(01).
           05  DB-KEY-LO           PIC X(10).
           05  FILLER              PIC X(01).
           05  DB-KEY-HI           PIC X(10).
           05  FILLER              PIC X(01).
           05  DB-MARK-COL         PIC 9(03).
           05  FILLER              PIC X(01).
           05  DB-MARK-TEXT        PIC X(12).
           05  FILLER              PIC X(01).
           05  DB-HEAD-LINES       PIC 9(02).
           05  FILLER              PIC X(01).
           05  DB-DROP-PATH        PIC X(60).
