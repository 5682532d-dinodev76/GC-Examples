      *========================= NAMADDIP.cpy =========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Record layout of the identity-PIN file
      *              Data\NAMEADDR.IdentityPin.dat - one line per
      *              TAXID holding a current identity protection
      *              PIN. PINs are issued only to taxpayers with a
      *              standing fraud watch (WatchList.dat) and are
      *              reissued yearly by NAMADDPIN, which rewrites the
      *              file; the IDPIN subroutine checks them for the
      *              portal intake, the screen and the lookup
      *              service.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  1.0      First release
      *================================================================*

      *01  NAMADDIP-REC.
           05  IP-TAXID            PIC X(12).
           05  FILLER              PIC X(01).
           05  IP-PIN              PIC X(06).
           05  FILLER              PIC X(01).
           05  IP-ISSUED-DATE      PIC X(08).
