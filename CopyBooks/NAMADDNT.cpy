      *========================= NAMADDNT.cpy =========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Record layout of the case-notes file
      *              Data\NAMEADDR.Notes.dat - one line per contact
      *              or note a clerk records against a taxpayer,
      *              appended from NAMADDSCR's T action, so the next
      *              clerk to pick up the record sees why it was
      *              touched and what the caller said. NAMADD360
      *              prints a taxpayer's notes as a profile section
      *              alongside the change history.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  1.0      First release
      *================================================================*

      *01  NAMADDNT-REC.
           05  NT-TAXID            PIC X(12).
           05  FILLER              PIC X(01).
           05  NT-TIMESTAMP        PIC X(14).
           05  FILLER              PIC X(01).
           05  NT-OPERATOR-ID      PIC X(08).
           05  FILLER              PIC X(01).
           05  NT-CONTACT-TYPE     PIC X(01).
               88  NT-CONTACT-PHONE            VALUE 'P'.
               88  NT-CONTACT-WALK-IN          VALUE 'W'.
               88  NT-CONTACT-LETTER           VALUE 'L'.
               88  NT-CONTACT-VALID            VALUE 'P' 'W' 'L'.
           05  FILLER              PIC X(01).
           05  NT-TEXT             PIC X(80).
