      *========================= NAMADDLD.cpy =========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Record layout of the non-filer discovery lead
      *              file Data\NAMEADDR.DiscoveryLeads.dat, written by
      *              NAMADDNFD for the compliance unit - one line per
      *              external registrant that matched nobody on
      *              NAMADDIX, carried in its standardized form.
      *
      *              LD-SCORE (0-100) ranks the lead by how much
      *              there is to work it with:
      *                  40  a TAXID was supplied (and is not ours)
      *                  30  a street address and ZIP
      *                  20  a parsed first and last name, or a
      *                      business name
      *                  10  a usable phone number or email
      *              less 50 (not below 0) when a record on file has
      *              the same name but not the same address - a
      *              likely mover rather than a non-filer, whose
      *              TAXID is given in LD-NEAR-TAXID.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  1.0      First release
      *================================================================*

      *01  NAMADDLD-REC.
           05  LD-SCORE            PIC 9(03).
           05  FILLER              PIC X(01).
           05  LD-SOURCE           PIC X(08).
           05  FILLER              PIC X(01).
           05  LD-SOURCE-REF       PIC X(16).
           05  FILLER              PIC X(01).
           05  LD-ENTITY-TYPE      PIC X(01).
           05  FILLER              PIC X(01).
           05  LD-TAXID            PIC X(12).
           05  FILLER              PIC X(01).
           05  LD-NAME.
               10  LD-PREFIX       PIC X(10).
               10  LD-FIRST-NAME   PIC X(25).
               10  LD-LAST-NAME    PIC X(35).
               10  LD-SUFFIX       PIC X(10).
           05  LD-NAME-BUSINESS    REDEFINES LD-NAME.
               10  LD-BUSINESS-NAME
                                   PIC X(70).
               10  FILLER          PIC X(10).
           05  FILLER              PIC X(01).
           05  LD-STREET           PIC X(35).
           05  FILLER              PIC X(01).
           05  LD-CITY             PIC X(25).
           05  FILLER              PIC X(01).
           05  LD-STATE            PIC X(10).
           05  FILLER              PIC X(01).
           05  LD-ZIP-CODE         PIC X(10).
           05  FILLER              PIC X(01).
           05  LD-PHONE            PIC X(15).
           05  FILLER              PIC X(01).
           05  LD-EMAIL            PIC X(50).
           05  FILLER              PIC X(01).
           05  LD-NEAR-TAXID       PIC X(12).
           05  FILLER              PIC X(01).
           05  LD-RUN-ID           PIC 9(08).
           05  FILLER              PIC X(01).
           05  LD-DATE             PIC X(08).
