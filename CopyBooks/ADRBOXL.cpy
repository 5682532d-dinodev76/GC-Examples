      *=========================== ADRBOXL ============================*
      * Authors: Brian D Pead
      *
      * Description: Control parameter for subroutine ADRBOX, which
      *     says whether a street line is a delivery point rather
      *     than a physical location: a PO Box, a rural route or
      *     highway-contract box, or a private mailbox at a
      *     commercial mail receiving agency (CMRA) - marked PMB, or
      *     at an address on the known-CMRA list
      *     Data\NAMEADDR.Cmra.dat. Businesses, trusts and estates
      *     must give a physical location; BLDFILES, the NAMADDSCR
      *     save and NAMADDDQS hold them to it with this answer.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

      *01  ADRBOXL-CONTROL.

      **** Input fields:
      ****     AB-STREET:
      ****         The street line, already standardized by ADRSTD
      ****         (the subroutine does not standardize it again).
      ****     AB-ZIP-CODE:
      ****         The address's ZIP - only its first five positions
      ****         are used, to find the street on the CMRA list.

           05  AB-STREET           PIC X(35).
           05  AB-ZIP-CODE         PIC X(10).

      **** Output fields:
      ****     AB-RESULT:
      ****         'S' a street address, or blank input;
      ****         'P' a PO Box (PO BOX, P O BOX, POST OFFICE BOX,
      ****             POB, BOX nnn, PO DRAWER, CALLER nnn);
      ****         'R' a rural route or highway-contract box (RR,
      ****             RURAL ROUTE, RFD, HC, STAR ROUTE);
      ****         'C' a CMRA private mailbox.
      ****     AB-CMRA-NAME:
      ****         'C' from the CMRA list only - the agency's name.

           05  AB-RESULT           PIC X(01).
               88  AB-RESULT-STREET                VALUE 'S'.
               88  AB-RESULT-PO-BOX                VALUE 'P'.
               88  AB-RESULT-RURAL-ROUTE           VALUE 'R'.
               88  AB-RESULT-CMRA                  VALUE 'C'.
               88  AB-RESULT-BOX                   VALUES 'P', 'R',
                                                          'C'.

           05  AB-CMRA-NAME        PIC X(30).
