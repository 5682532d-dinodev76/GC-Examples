      *========================= NAMADDRR.cpy =========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Record layout of the taxpayer-to-taxpayer
      *              relationship file Data\NAMEADDR.Relation.dat -
      *              one line per relationship between two NA-TAXIDs:
      *              an estate and its executor, a trust and its
      *              trustee, a business and a responsible officer,
      *              a taxpayer and a spouse. RR-TAXID is the party
      *              the relationship hangs from (the estate, trust
      *              or business), RR-REL-TAXID the related party
      *              acting in RR-ROLE. A blank RR-EFF-TO is open-
      *              ended. Maintained only through NAMADDREL;
      *              NAMADD360 shows a taxpayer's relationships and
      *              BLDFILES warns when a delete or inactivation
      *              hits the active party in one.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  1.0      First release
      *================================================================*

      *01  NAMADDRR-REC.
           05  RR-TAXID            PIC X(12).
           05  FILLER              PIC X(01).
           05  RR-REL-TAXID        PIC X(12).
           05  FILLER              PIC X(01).
           05  RR-ROLE             PIC X(02).
               88  RR-ROLE-OFFICER             VALUE 'OF'.
               88  RR-ROLE-TRUSTEE             VALUE 'TR'.
               88  RR-ROLE-EXECUTOR            VALUE 'EX'.
               88  RR-ROLE-SPOUSE              VALUE 'SP'.
               88  RR-ROLE-VALID               VALUE 'OF' 'TR' 'EX'
                                                     'SP'.
           05  FILLER              PIC X(01).
           05  RR-EFF-FROM         PIC X(08).
           05  FILLER              PIC X(01).
           05  RR-EFF-TO           PIC X(08).
           05  FILLER              PIC X(01).
           05  RR-ENTERED-BY       PIC X(08).
           05  FILLER              PIC X(01).
           05  RR-ENTERED-DATE     PIC X(08).
