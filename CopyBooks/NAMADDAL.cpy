      *========================= NAMADDAL.cpy =========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Record layout of the alias and DBA name file
      *              Data\NAMEADDR.Alias.dat - one line per current
      *              alternate name a taxpayer is known by, several
      *              to a TAXID: a nickname, maiden or other alias
      *              for a person, or a trade name the business
      *              operates under. AL-NAME is held upper case so
      *              it compares directly with NA-LAST-NAME and the
      *              leading bytes of NA-BUSINESS-NAME. Maintained
      *              only through NAMADDAKA; NAMADDSCR's L lookup,
      *              READIDX's last-name and wildcard searches and
      *              NAMADDMRG's candidate walk all consult it.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  1.0      First release
      *================================================================*

      *01  NAMADDAL-REC.
           05  AL-TAXID            PIC X(12).
           05  FILLER              PIC X(01).
           05  AL-TYPE             PIC X(01).
               88  AL-TYPE-ALIAS               VALUE 'A'.
               88  AL-TYPE-DBA                 VALUE 'D'.
               88  AL-TYPE-VALID               VALUE 'A' 'D'.
           05  FILLER              PIC X(01).
           05  AL-NAME             PIC X(35).
           05  FILLER              PIC X(01).
           05  AL-ENTERED-BY       PIC X(08).
           05  FILLER              PIC X(01).
           05  AL-ENTERED-DATE     PIC X(08).
