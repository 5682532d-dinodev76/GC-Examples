      *========================= NAMADDRG.cpy =========================*
      * Authors: Brian D Pead
      *
      * License: MIT
      *
      * Description: Record layout of the tax account registration
      *              file Data\NAMEADDR.AcctReg.dat - one line per
      *              account a taxpayer is registered for: sales tax,
      *              withholding, income tax. A business is one
      *              NAMEADDR record but may hold several accounts,
      *              each with its own dates and, often, its own
      *              correspondence address - the payroll office for
      *              withholding, headquarters for everything else.
      *
      *              A registration is identified by TAXID, account
      *              type and start date; registrations of the same
      *              type for one TAXID never overlap. A blank end
      *              date means open-ended. The override address is
      *              all or nothing - when RG-STREET is blank the
      *              account's correspondence goes wherever the
      *              taxpayer's own would. Maintained only through
      *              NAMADDREG; queried through the ACCTREG
      *              subroutine.
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  1.0      First release
      *================================================================*

      *01  NAMADDRG-REC.
           05  RG-TAXID            PIC X(12).
           05  FILLER              PIC X(01).
           05  RG-ACCT-TYPE        PIC X(03).
               88  RG-TYPE-SALES               VALUE 'SLS'.
               88  RG-TYPE-WITHHOLDING         VALUE 'WHT'.
               88  RG-TYPE-INCOME              VALUE 'INC'.
               88  RG-TYPE-VALID               VALUE 'SLS' 'WHT'
                                                     'INC'.
           05  FILLER              PIC X(01).
           05  RG-ACCT-NUMBER      PIC X(15).
           05  FILLER              PIC X(01).
           05  RG-STATUS           PIC X(01).
               88  RG-STATUS-ACTIVE            VALUE 'A'.
               88  RG-STATUS-SUSPENDED         VALUE 'S'.
               88  RG-STATUS-VALID             VALUE 'A' 'S'.
           05  FILLER              PIC X(01).
           05  RG-START-DATE       PIC X(08).
           05  FILLER              PIC X(01).
           05  RG-END-DATE         PIC X(08).
           05  FILLER              PIC X(01).
           05  RG-STREET           PIC X(35).
           05  FILLER              PIC X(01).
           05  RG-CITY             PIC X(25).
           05  FILLER              PIC X(01).
           05  RG-STATE            PIC X(10).
           05  FILLER              PIC X(01).
           05  RG-ZIP-CODE         PIC X(10).
           05  FILLER              PIC X(01).
           05  RG-ENTERED-BY       PIC X(08).
           05  FILLER              PIC X(01).
           05  RG-ENTERED-DATE     PIC X(08).
