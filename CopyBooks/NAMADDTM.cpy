      *========================= NAMADDTM.cpy =========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Record layout of the temporary-address file
      *              Data\NAMEADDR.TempAddr.dat - one line per dated
      *              window in which a taxpayer's correspondence goes
      *              somewhere other than the address on the record:
      *              a snowbird's winter address, a student's term-
      *              time address. Both dates are inclusive and both
      *              are required - a temporary address always ends,
      *              and when it does the outbound programs fall back
      *              to the record's own address without anyone
      *              keying a change. Maintained only through
      *              NAMADDTMP; queried through the TMPADDR
      *              subroutine.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  1.0      First release
      *================================================================*

      *01  NAMADDTM-REC.
           05  TM-TAXID            PIC X(12).
           05  FILLER              PIC X(01).
           05  TM-REASON           PIC X(01).
               88  TM-REASON-SEASONAL          VALUE 'S'.
               88  TM-REASON-STUDENT           VALUE 'T'.
               88  TM-REASON-OTHER             VALUE 'O'.
               88  TM-REASON-VALID             VALUE 'S' 'T' 'O'.
           05  FILLER              PIC X(01).
           05  TM-EFF-FROM         PIC X(08).
           05  FILLER              PIC X(01).
           05  TM-EFF-TO           PIC X(08).
           05  FILLER              PIC X(01).
           05  TM-STREET           PIC X(35).
           05  FILLER              PIC X(01).
           05  TM-CITY             PIC X(25).
           05  FILLER              PIC X(01).
           05  TM-STATE            PIC X(10).
           05  FILLER              PIC X(01).
           05  TM-ZIP-CODE         PIC X(10).
           05  FILLER              PIC X(01).
           05  TM-ENTERED-BY       PIC X(08).
           05  FILLER              PIC X(01).
           05  TM-ENTERED-DATE     PIC X(08).
