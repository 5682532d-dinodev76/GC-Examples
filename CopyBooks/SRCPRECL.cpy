      *=========================== SRCPRECL ===========================*
      * Authors: Brian D Pead
      *
      * Description: Control parameter for subroutine SRCPREC, the
      *     field-level source precedence check shared by BLDFILES
      *     (which enforces it on every maintenance change) and
      *     NAMADDSIM (which predicts it), so the two can never
      *     disagree about which fields a change may overwrite.
      *
      *     The record is split into four field groups, always in
      *     this order in SX-GROUP:
      *         1 NAME  NA-NAME (personal or business name)
      *         2 ADDR  NA-ADDRESS (the physical address)
      *         3 MAIL  NA-MAILING-ADDRESS and NA-ADDRESS-TYPE-USED
      *         4 CONT  NA-CONTACT (phone and email)
      *     Status, effective date and entity type are not governed.
      *
      * License: MIT
      *
      * Date        Version  Description
      * ----        -------  -----------
      * 2026-09-14  0.1      First release
      *================================================================*

      *01  SRCPRECL-CONTROL.

      **** Input fields:
      ****     SX-FUNCTION:
      ****         'L' loads the precedence table and the recent field
      ****         history from the audit trail, as of SX-AS-OF-DATE
      ****         (done automatically on the first call of any other
      ****         function).
      ****         'C' checks a change by SX-SOURCE to SX-TAXID: each
      ****         group flagged SX-GRP-CHANGED comes back held or
      ****         free.
      ****         'R' records that SX-SOURCE has just set every
      ****         group flagged SX-GRP-CHANGED and not SX-GRP-HELD,
      ****         so later transactions in the same run see it.
      ****     SX-AS-OF-DATE:
      ****         The processing date (YYYYMMDD) - the business date.
      ****     SX-TAXID:
      ****         The NA-TAXID being changed.
      ****     SX-SOURCE:
      ****         The transaction's NA-SOURCE-SYSTEM (blank for the
      ****         legacy feeds).
      ****     SX-GRP-CHANGED:
      ****         'Y' where the transaction's value for the group
      ****         differs from the record on file.

           05  SX-FUNCTION         PIC X(01).
               88  SX-FUNC-LOAD                    VALUE 'L'.
               88  SX-FUNC-CHECK                   VALUE 'C'.
               88  SX-FUNC-RECORD                  VALUE 'R'.

           05  SX-AS-OF-DATE       PIC X(08).
           05  SX-TAXID            PIC X(12).
           05  SX-SOURCE           PIC X(03).

      **** Output fields:
      ****     SX-GRP-HELD:
      ****         'Y' where the group changed but a higher-ranked
      ****         source set it within the incoming source's hold
      ****         period; SX-GRP-HELD-BY/SX-GRP-HELD-DATE name the
      ****         source and the date it last set the group.
      ****     SX-CHANGED-COUNT/SX-HELD-COUNT:
      ****         How many groups changed and how many of those are
      ****         held. Held = changed means nothing may be applied.
      ****     SX-REASON:
      ****         'Precedence: ADDR CONT by SCR' - the held groups
      ****         and the first holding source, for the reject or
      ****         warning line.
      ****     SX-RULE-COUNT:
      ****         Precedence table lines loaded; zero means no table
      ****         on disk and nothing is ever held.

           05  SX-GROUP                            OCCURS 4
                                                   INDEXED SX-GRP-IX.
               10  SX-GRP-CHANGED  PIC X(01).
                   88  SX-GRP-IS-CHANGED           VALUE 'Y'.
               10  SX-GRP-HELD     PIC X(01).
                   88  SX-GRP-IS-HELD              VALUE 'Y'.
               10  SX-GRP-HELD-BY  PIC X(03).
               10  SX-GRP-HELD-DATE
                                   PIC X(08).

           05  SX-CHANGED-COUNT    PIC 9(01).
           05  SX-HELD-COUNT       PIC 9(01).
           05  SX-REASON           PIC X(40).
           05  SX-RULE-COUNT       PIC 9(04).

      ****     SX-RESPONSE-SW:
      ****         'N' only when the precedence table exists but
      ****         could not be read, the audit trail could not be
      ****         read, or either overflowed its table.

           05  SX-RESPONSE-SW      PIC X(01).
               88  SX-RESPONSE-GOOD        VALUE 'Y'.
               88  SX-RESPONSE-FILE-ERROR  VALUE 'N'.
