      *========================= NAMADDDZ.cpy =========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Record layout of the disaster-declaration file
      *              Data\NAMEADDR.Disaster.dat - one line per area a
      *              declared disaster covers: a 5-digit ZIP, or a
      *              3-digit ZIP prefix (left-justified, the last two
      *              positions blank) covering every ZIP that starts
      *              with it. All the lines of one disaster carry the
      *              same dates. The start date is inclusive; the end
      *              date is inclusive and blank while the
      *              declaration is still in force. While it is, the
      *              NAMPREF subroutine answers addresses in the area
      *              as deferred and the mail programs hold their
      *              pieces; once it ends they release them.
      *              Maintained only through NAMADDDIS.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  1.0      First release
      *================================================================*

      *01  NAMADDDZ-REC.
           05  DZ-DISASTER-ID      PIC X(08).
           05  FILLER              PIC X(01).
           05  DZ-AREA             PIC X(05).
           05  DZ-AREA-PREFIX      REDEFINES DZ-AREA.
               10  DZ-AREA-ZIP3    PIC X(03).
               10  DZ-AREA-ZIP3-REST
                                   PIC X(02).
           05  FILLER              PIC X(01).
           05  DZ-START-DATE       PIC X(08).
           05  FILLER              PIC X(01).
           05  DZ-END-DATE         PIC X(08).
           05  FILLER              PIC X(01).
           05  DZ-ENTERED-BY       PIC X(08).
           05  FILLER              PIC X(01).
           05  DZ-ENTERED-DATE     PIC X(08).
           05  FILLER              PIC X(01).
           05  DZ-DESCRIPTION      PIC X(30).
