      *=========================== ACCTREGL ===========================*
      * Authors: Brian D Pead
      *
      * Description: Control parameter for subroutine ACCTREG, the
      *     shared lookup over the tax account registration file
      *     Data\NAMEADDR.AcctReg.dat (layout NAMADDRG.cpy).
      *     NAMADDLTR and NAMADDCPG ask it whether a taxpayer holds
      *     an account of the type a mailing is for, and where that
      *     account's correspondence goes; NAMADDSCR and NAMADDLRP
      *     step through or re-ask a taxpayer's registrations.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

      *01  ACCTREGL-CONTROL.

      **** Input fields:
      ****     AR-FUNCTION:
      ****         'L' (re)loads the registration file into the
      ****         subroutine's table (done automatically on the
      ****         first call of any other function).
      ****         'Q' queries AR-TAXID for a registration of
      ****         AR-ACCT-TYPE in force on the as-of date.
      ****         'N' steps through every registration of AR-TAXID,
      ****         whatever its type, dates or status, from
      ****         AR-CURSOR (zero to start).
      ****     AR-TAXID:
      ****         The NA-TAXID asked about.
      ****     AR-ACCT-TYPE:
      ****         'Q' only - 'SLS' sales, 'WHT' withholding, 'INC'
      ****         income.
      ****     AR-AS-OF-DATE:
      ****         'Q' only - the date the registration must be in
      ****         force on (YYYYMMDD); spaces mean today.

           05  AR-FUNCTION         PIC X(01).
               88  AR-FUNC-LOAD                    VALUE 'L'.
               88  AR-FUNC-QUERY                   VALUE 'Q'.
               88  AR-FUNC-NEXT                    VALUE 'N'.

           05  AR-TAXID            PIC X(12).
           05  AR-ACCT-TYPE        PIC X(03).
           05  AR-AS-OF-DATE       PIC X(08).

      **** Input/output field:
      ****     AR-CURSOR:
      ****         'N' only - the table position to step on from;
      ****         set to the position of the registration found.

           05  AR-CURSOR           PIC 9(05)  COMP.

      **** Output fields:
      ****     AR-ACTIVE-SW:
      ****         'Q' - 'Y' when a registration of the type is
      ****         active (status 'A') and its dates cover the as-of
      ****         date; 'N' otherwise. 'N' - 'Y' when another
      ****         registration was found.
      ****     AR-REG-*:
      ****         The registration answered: its type (for 'N'),
      ****         account number, status, start and end dates.
      ****     AR-OVERRIDE-SW:
      ****         'Y' when the registration carries its own
      ****         correspondence address - AR-STREET to AR-ZIP-CODE
      ****         are then where the account's mail goes, ahead of
      ****         a temporary address or the record's own. A
      ****         representative routing still outranks it.

           05  AR-ACTIVE-SW        PIC X(01).
               88  AR-ACTIVE                       VALUE 'Y'.
               88  AR-NOT-ACTIVE                   VALUE 'N'.

           05  AR-REG-ACCT-TYPE    PIC X(03).
           05  AR-REG-ACCT-NUMBER  PIC X(15).
           05  AR-REG-STATUS       PIC X(01).
           05  AR-REG-START-DATE   PIC X(08).
           05  AR-REG-END-DATE     PIC X(08).

           05  AR-OVERRIDE-SW      PIC X(01).
               88  AR-OVERRIDE                     VALUE 'Y'.
               88  AR-NO-OVERRIDE                  VALUE 'N'.

           05  AR-STREET           PIC X(35).
           05  AR-CITY             PIC X(25).
           05  AR-STATE            PIC X(10).
           05  AR-ZIP-CODE         PIC X(10).

      ****     AR-RESPONSE-SW:
      ****         'N' only when the registration file exists but
      ****         could not be read, or overflowed the table; a
      ****         missing file simply means nobody is registered
      ****         and responds 'Y'.

           05  AR-RESPONSE-SW      PIC X(01).
               88  AR-RESPONSE-GOOD        VALUE 'Y'.
               88  AR-RESPONSE-FILE-ERROR  VALUE 'N'.
