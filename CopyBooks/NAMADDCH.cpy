      *                      was routed to a representative per the
      *                      NAMREP file rather than the taxpayer's
      *                      own address
      * 2026-09-14  1.3      Add CH-ROUTED-TO-TEMP - 'T' when the
      *                      piece went to a temporary address open
      *                      per the TMPADDR file
      * 2026-09-14  1.4      Add CH-IMB-SERIAL, the Intelligent Mail
      *                      barcode piece serial IMBENC issued for
      *                      a NAMADDPST label or NAMADDLTR letter -
      *                      NAMADDACS matches an electronic ACS
      *                      notice back to its TAXID through this
      *                      field. Blank when the piece carried no
      *                      barcode
      * 2026-09-14  1.5      Add CH-TEMPLATE-VER, the NAMADDTV archive
      *                      version of the template text a letter
      *                      was built from, CH-LANG-SET, the
      *                      language set used (blank for the
      *                      default set), and CH-NOTICE-SW - 'N'
      *                      when NAMADDLTR built the letter from a
      *                      change notice - so NAMADDLRP can reprint
      *                      a letter as it was sent. Blank for
      *                      pieces sent before versioning and for
      *                      other channels
      * 2026-09-14  1.6      Add CH-ROUTED-TO-ACCT - 'A' when the
      *                      piece went to the correspondence address
      *                      of the tax account it was sent about -
      *                      and CH-ACCT-TYPE, the ACCTREG account
      *                      type (SLS, WHT, INC) a NAMADDLTR letter
      *                      was selected by. Blank when the piece
      *                      was not sent about an account
      *================================================================*

      *01  NAMADDCH-REC.
           05  FILLER              PIC X(01).
           05  CH-ROUTED-SW        PIC X(01).
               88  CH-ROUTED-TO-REP            VALUE 'R'.
               88  CH-ROUTED-TO-TEMP           VALUE 'T'.
               88  CH-ROUTED-TO-ACCT           VALUE 'A'.
           05  FILLER              PIC X(01).
           05  CH-IMB-SERIAL       PIC X(09).
           05  FILLER              PIC X(01).
           05  CH-TEMPLATE-VER     PIC 9(05).
           05  FILLER              PIC X(01).
           05  CH-LANG-SET         PIC X(03).
           05  FILLER              PIC X(01).
           05  CH-NOTICE-SW        PIC X(01).
               88  CH-FROM-NOTICE              VALUE 'N'.
           05  FILLER              PIC X(01).
           05  CH-ACCT-TYPE        PIC X(03).
